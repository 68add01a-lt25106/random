001200*                    HHMM ON THE PARM, DEFAULT 0600)
001210*                    BELONGS TO THE PRIOR DAY, SO ONE
001220*                    SHIFT LANDS ON ONE LEADERBOARD.
      *  10/15/2026  DL    HEAD-TO-HEAD CHALLENGES - AT
      *                    SIGN-ON THE OPERATOR IS OFFERED
      *                    ANY OPEN CHALLNG CHALLENGE THEY
      *                    HAVE NOT YET PLAYED.  A CHALLENGE
      *                    ROUND PLAYS THE RANGE, TRIES
      *                    LIMIT AND ANSWER LOCKED WHEN IT
      *                    WAS ISSUED (1400-DRAW-ANSWER
      *                    TAKES THE LOCKED ANSWER INSTEAD
      *                    OF SEEDING ONE), SO BOTH SIDES
      *                    PLAY THE SAME NUMBER.  THE
      *                    CHALLENGE ID RIDES ON THE
      *                    CHECKPOINT AND THE SCOREHST
      *                    ROUND; LATER ROUNDS IN THE
      *                    SESSION GO BACK TO THE NORMAL
      *                    RANGE.
      *  10/15/2026  DL    CHECK THE TERM= TERMINAL ID
      *                    AGAINST THE NEW TERMMST TERMINAL
      *                    MASTER BEFORE SIGN-ON - A
      *                    TERMINAL NOT ON FILE OR FLAGGED
      *                    OUT OF SERVICE IS REFUSED AND
      *                    THE RUN ENDS WITH RC 8.
      *  10/15/2026  DL    STAMP THE LAST-ACTIVITY DATE AND
      *                    TIME ON THE CHECKPOINT AT EVERY
      *                    REWRITE FOR THE GUESSFLM FLOOR
      *                    MONITOR.
      *  10/15/2026  DL    A ROUND THE SHIFT LEAD CLOSED
      *                    FROM GUESSFLM IS NOT PLAYED ON -
      *                    ITS CHECKPOINT IS GONE WHEN THE
      *                    NEXT GUESS COMES IN, SO THE ROUND
      *                    ENDS WITHOUT A SCOREHST WRITE.
001230*****************************************************
001240 ENVIRONMENT DIVISION.
001250 CONFIGURATION SECTION.
001750         RECORD KEY IS AW-AWARD-KEY
001760         FILE STATUS IS WS-AWARDS-STATUS.
001770
           SELECT CHALLNG-FILE ASSIGN TO "CHALLNG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CHAL-ID
               FILE STATUS IS WS-CHALLNG-STATUS.
      
           SELECT TERMMST-FILE ASSIGN TO "TERMMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-TERMINAL-ID
               FILE STATUS IS WS-TERMMST-STATUS.
      
001780 DATA DIVISION.
001790 FILE SECTION.
001800 FD  SCOREHST-FILE
002090     LABEL RECORDS ARE STANDARD.
002100     COPY AWARDR.
002110
002111 FD  CHALLNG-FILE
002112     LABEL RECORDS ARE STANDARD.
002113     COPY CHALR.
002114
002115 FD  TERMMST-FILE
002116     LABEL RECORDS ARE STANDARD.
002117     COPY TERMMR.
002118
002120 WORKING-STORAGE SECTION.
002130 01  WS-SCOREHST-STATUS               PIC X(02) VALUE SPACES.
002140 01  WS-AUDIT-STATUS                  PIC X(02) VALUE SPACES.
002370     88  GM-OPERATOR-OK                   VALUE "Y".
002380 01  GM-ROUND-WON-SW                  PIC X(01) VALUE "N".
002390     88  GM-ROUND-WON                     VALUE "Y".
002392 01  GM-ROUND-CLOSED-SW               PIC X(01) VALUE "N".
002394     88  GM-ROUND-CLOSED                  VALUE "Y".
002396 01  GM-CKPT-WRITTEN-SW               PIC X(01) VALUE "N".
002398     88  GM-CKPT-WRITTEN                  VALUE "Y".
002400 01  GM-SESSION-DONE-SW               PIC X(01) VALUE "N".
002410     88  GM-SESSION-DONE                  VALUE "Y".
002420 01  GM-PLAY-AGAIN                    PIC X(01).
002850
002860 01  WS-DISTANCE                      PIC 9(05).
002870
       01  WS-CHALLNG-STATUS                PIC X(02) VALUE SPACES.
       01  WS-CHALLNG-AVAIL-SW              PIC X(01) VALUE "N".
           88  WS-CHALLNG-AVAIL                 VALUE "Y".
       01  WS-CHALLNG-EOF-SW                PIC X(01) VALUE "N".
           88  WS-CHALLNG-EOF                   VALUE "Y".
       01  WS-CHAL-ID                       PIC X(06) VALUE SPACES.
       01  WS-CHAL-ANS                      PIC 9(05).
       01  WS-CHAL-SIDE                     PIC 9(01) COMP.
       01  WS-CHAL-OTHER                    PIC 9(01) COMP.
       01  WS-CHAL-REPLY                    PIC X(01).
       01  WS-SAVE-LOW-BOUND                PIC 9(05).
       01  WS-SAVE-HIGH-BOUND               PIC 9(05).
       01  WS-SAVE-MAX-TRIES                PIC 9(05).
      
       01  WS-TERMMST-STATUS                PIC X(02) VALUE SPACES.
       01  WS-TERMINAL-OK-SW                PIC X(01) VALUE "N".
           88  WS-TERMINAL-OK                   VALUE "Y".
      
002880 01  GM-SES-ROUNDS                    PIC 9(05) VALUE 0.
002890 01  GM-SES-WINS                      PIC 9(05) VALUE 0.
002900 01  GM-SES-BEST-TRIES                PIC 9(05) VALUE 99999.
003640         PERFORM 8600-FINISH-RUNCTL THRU 8600-EXIT
003650         STOP RUN
003660     END-IF
003661     PERFORM 1150-CHECK-TERMINAL THRU 1150-EXIT
003662     IF NOT WS-TERMINAL-OK
003663         CLOSE SCOREHST-FILE AUDIT-FILE CKPT-FILE
003664         CLOSE OPERMST-FILE
003665         MOVE 8 TO WS-RC-COMPLETION
003666         PERFORM 8600-FINISH-RUNCTL THRU 8600-EXIT
003667         STOP RUN
003668     END-IF
003670     PERFORM 1200-SIGN-ON THRU 1200-EXIT
003680         UNTIL GM-OPERATOR-OK
003690     PERFORM 1230-ANNOUNCE-AWARDS THRU 1230-EXIT
003750     ACCEPT WS-TODAY FROM DATE YYYYMMDD
003760     ACCEPT CURRENT_TIME FROM TIME
003770     PERFORM 1270-CHECK-TOURNAMENT THRU 1270-EXIT
003772     MOVE GM-PARM-LOW-BOUND TO WS-SAVE-LOW-BOUND
003774     MOVE GM-PARM-HIGH-BOUND TO WS-SAVE-HIGH-BOUND
003776     MOVE GM-PARM-MAX-TRIES TO WS-SAVE-MAX-TRIES
003780     PERFORM 1300-CHECK-RESUME THRU 1300-EXIT
003790     IF GM-NOT-RESUMING
003792         PERFORM 1280-CHECK-CHALLENGES THRU 1280-EXIT
003800         PERFORM 1400-DRAW-ANSWER THRU 1400-EXIT
003810     END-IF
003820     MOVE GM-PARM-LOW-BOUND TO WS-LOW-DISP
004370     EXIT.
004380 
004390*****************************************************
      *  1150-CHECK-TERMINAL - THE TERM= TERMINAL HAS TO
      *  BE ON THE TERMINAL MASTER AND IN SERVICE BEFORE
      *  ANYONE CAN SIGN ON AT IT.  NO MASTER, NO PLAY -
      *  THE SAME RULE AS THE OPERATOR MASTER.
      *****************************************************
       1150-CHECK-TERMINAL.
           MOVE "N" TO WS-TERMINAL-OK-SW
           OPEN INPUT TERMMST-FILE
           IF WS-TERMMST-STATUS NOT = "00"
               DISPLAY "Terminal master not available - "
                   "see the shift supervisor."
               GO TO 1150-EXIT
           END-IF
           MOVE GM-PARM-TERMINAL-ID TO TR-TERMINAL-ID
           READ TERMMST-FILE
               INVALID KEY
                   DISPLAY "Terminal " GM-PARM-TERMINAL-ID
                       " is not on the terminal master - "
                       "see the shift supervisor."
               NOT INVALID KEY
                   IF TR-IN-SERVICE
                       SET WS-TERMINAL-OK TO TRUE
                   ELSE
                       DISPLAY "Terminal " GM-PARM-TERMINAL-ID
                           " is out of service - "
                           "see the shift supervisor."
                   END-IF
           END-READ
           CLOSE TERMMST-FILE.
       1150-EXIT.
           EXIT.
       
      *****************************************************
004400*  1200-SIGN-ON - PROMPT FOR THE OPERATOR ID AND
004410*  CHECK IT AGAINST THE OPERATOR MASTER.  UNKNOWN OR
004420*  INACTIVE IDS ARE REJECTED AND REPROMPTED.
005850     EXIT.
005860
005870*****************************************************
      *  1280-CHECK-CHALLENGES - OFFER EACH OPEN, UNEXPIRED
      *  CHALLENGE NAMING THIS OPERATOR ON A SIDE NOT YET
      *  PLAYED.  THE FIRST ONE TAKEN LOCKS THE ROUND TO THE
      *  CHALLENGE'S RANGE, TRIES LIMIT AND ANSWER.  NO
      *  CHALLENGE FILE, NO OFFER.
      *****************************************************
       1280-CHECK-CHALLENGES.
           OPEN I-O CHALLNG-FILE
           IF WS-CHALLNG-STATUS NOT = "00"
               GO TO 1280-EXIT
           END-IF
           SET WS-CHALLNG-AVAIL TO TRUE
           MOVE "N" TO WS-CHALLNG-EOF-SW
           MOVE LOW-VALUES TO CL-CHAL-ID
           START CHALLNG-FILE KEY NOT LESS THAN CL-CHAL-ID
               INVALID KEY
                   SET WS-CHALLNG-EOF TO TRUE
           END-START
           PERFORM 1281-OFFER-ONE-CHALLENGE THRU 1281-EXIT
               UNTIL WS-CHALLNG-EOF
                   OR WS-CHAL-ID NOT = SPACES.
       1280-EXIT.
           EXIT.
      
       1281-OFFER-ONE-CHALLENGE.
           READ CHALLNG-FILE NEXT RECORD
               AT END
                   SET WS-CHALLNG-EOF TO TRUE
           END-READ
           IF WS-CHALLNG-EOF
               GO TO 1281-EXIT
           END-IF
           IF CL-CONTROL-RECORD
                   OR NOT CL-STATUS-OPEN
                   OR CL-EXPIRY-DATE < WS-TODAY
               GO TO 1281-EXIT
           END-IF
           EVALUATE GM-OPERATOR-ID
               WHEN CL-SIDE-OPERATOR-ID (1)
                   MOVE 1 TO WS-CHAL-SIDE
                   MOVE 2 TO WS-CHAL-OTHER
               WHEN CL-SIDE-OPERATOR-ID (2)
                   MOVE 2 TO WS-CHAL-SIDE
                   MOVE 1 TO WS-CHAL-OTHER
               WHEN OTHER
                   GO TO 1281-EXIT
           END-EVALUATE
           IF CL-SIDE-PLAYED (WS-CHAL-SIDE)
               GO TO 1281-EXIT
           END-IF
           DISPLAY "Challenge " CL-CHAL-ID " with "
               CL-SIDE-OPERATOR-ID (WS-CHAL-OTHER)
               " - range " CL-LOW-BOUND " to " CL-HIGH-BOUND
               ", " CL-MAX-TRIES " tries, play by "
               CL-EXPIRY-DATE "."
           DISPLAY "Play it now? (Y/N): "
           ACCEPT WS-CHAL-REPLY
           IF WS-CHAL-REPLY NOT = "Y" AND WS-CHAL-REPLY NOT = "y"
               GO TO 1281-EXIT
           END-IF
           SET CL-SIDE-PLAYED (WS-CHAL-SIDE) TO TRUE
           MOVE WS-TODAY TO CL-SIDE-SESSION-DATE (WS-CHAL-SIDE)
           MOVE CURRENT_TIME TO CL-SIDE-SESSION-TIME (WS-CHAL-SIDE)
           MOVE GM-PARM-TERMINAL-ID
               TO CL-SIDE-TERMINAL-ID (WS-CHAL-SIDE)
           REWRITE CL-CHAL-RECORD
               INVALID KEY
                   DISPLAY "Challenge could not be claimed - "
                       "playing an ordinary round."
                   GO TO 1281-EXIT
           END-REWRITE
           MOVE CL-CHAL-ID TO WS-CHAL-ID
           MOVE CL-ANS TO WS-CHAL-ANS
           MOVE CL-LOW-BOUND TO GM-PARM-LOW-BOUND
           MOVE CL-HIGH-BOUND TO GM-PARM-HIGH-BOUND
           MOVE CL-MAX-TRIES TO GM-PARM-MAX-TRIES
           MOVE 0 TO TRIES
           PERFORM 1400-DRAW-ANSWER THRU 1400-EXIT
           PERFORM 2140-WRITE-CHECKPOINT THRU 2140-EXIT
           DISPLAY "Challenge " WS-CHAL-ID " is on - one round, "
               "no replays.".
       1281-EXIT.
           EXIT.
      
      *****************************************************
005880*  1300-CHECK-RESUME - LOOK FOR AN EXISTING CHECKPOINT
005890*  FOR THIS OPERATOR/TERMINAL.  IF ONE IS FOUND THE
005900*  ROUND PICKS UP WHERE IT LEFT OFF INSTEAD OF
005990             CONTINUE
006000         NOT INVALID KEY
006010             MOVE "Y" TO GM-RESUME-SW
006012             SET GM-CKPT-WRITTEN TO TRUE
006020             MOVE CK-ANS TO ANS
006030             MOVE CK-TRIES TO TRIES
006040             MOVE CK-LOW-BOUND TO GM-PARM-LOW-BOUND
006060             MOVE CK-MAX-TRIES TO GM-PARM-MAX-TRIES
006070             MOVE CK-SESSION-DATE TO WS-TODAY
006080             MOVE CK-SESSION-TIME TO CURRENT_TIME
006082             MOVE CK-CHAL-ID TO WS-CHAL-ID
006090             DISPLAY "Resuming round in progress - "
006100                 TRIES " tries so far."
006110     END-READ.
006160*  1400-DRAW-ANSWER - SEED ANS OFF THE CLOCK PLUS THE
006170*  OPERATOR AND TERMINAL ID SO TWO TERMINALS STARTING
006180*  IN THE SAME CLOCK SECOND DO NOT LAND ON THE SAME
006190*  ANSWER.  A CHALLENGE ROUND IS THE EXCEPTION - BOTH
006192*  SIDES MUST PLAY THE SAME NUMBER, SO THE ANSWER
006194*  LOCKED ON THE CHALLENGE IS USED AS IT STANDS.
006200*****************************************************
006210 1400-DRAW-ANSWER.
006212     IF WS-CHAL-ID NOT = SPACES
006214         MOVE WS-CHAL-ANS TO ANS
006216         GO TO 1400-EXIT
006218     END-IF
006220     COMPUTE WS-RANGE-WIDTH =
006230         GM-PARM-HIGH-BOUND - GM-PARM-LOW-BOUND + 1
006240     MOVE GM-OPERATOR-ID TO WS-SEED-OPERATOR
006460     PERFORM 2100-PLAY-ONE-TRY THRU 2100-EXIT
006470         UNTIL GM-ROUND-WON
006480             OR TRIES NOT LESS THAN GM-PARM-MAX-TRIES
006482             OR GM-ROUND-CLOSED
006484     IF GM-ROUND-CLOSED
006486         GO TO 2000-EXIT
006488     END-IF
006490     IF NOT GM-ROUND-WON
006500         PERFORM 2300-OUT-OF-TRIES THRU 2300-EXIT
006510     END-IF
006570 2100-PLAY-ONE-TRY.
006580     ADD 1 TO TRIES
006590     PERFORM 2110-GET-VALID-GUESS THRU 2110-EXIT
006592     PERFORM 2140-WRITE-CHECKPOINT THRU 2140-EXIT
006594     IF GM-ROUND-CLOSED
006596         GO TO 2100-EXIT
006598     END-IF
006600     EVALUATE TRUE
006610         WHEN GUESS < ANS
006620             MOVE "TOO LOW " TO WS-VERDICT
006710             SET GM-ROUND-WON TO TRUE
006720             DISPLAY "Correct! You took " TRIES " tries."
006730     END-EVALUATE
006740     PERFORM 2130-WRITE-AUDIT-RECORD THRU 2130-EXIT.
006760 2100-EXIT.
006770     EXIT.
006780 
007610*****************************************************
007620*  2140-WRITE-CHECKPOINT - UPDATE THE CHECKPOINT
007630*  RECORD FOR THIS OPERATOR/TERMINAL WITH THE CURRENT
007640*  ANS AND TRIES, STAMPED WITH THE TIME OF THIS
007641*  ACTIVITY SO THE FLOOR MONITOR CAN SHOW HOW LONG
007642*  THE ROUND HAS SAT IDLE.  ONCE THE ROUND HAS A
007643*  CHECKPOINT, FINDING IT GONE (23) MEANS A SHIFT LEAD
007644*  CLOSED THE ROUND OUT FROM GUESSFLM - IT IS ALREADY
007645*  ON SCOREHST AS ABANDONED, SO THE ROUND ENDS HERE.
007650*****************************************************
007660 2140-WRITE-CHECKPOINT.
007670     MOVE GM-OPERATOR-ID TO CK-OPERATOR-ID
007730     MOVE GM-PARM-MAX-TRIES TO CK-MAX-TRIES
007740     MOVE WS-TODAY TO CK-SESSION-DATE
007750     MOVE CURRENT_TIME TO CK-SESSION-TIME
007752     MOVE WS-CHAL-ID TO CK-CHAL-ID
007754     ACCEPT CK-LAST-DATE FROM DATE YYYYMMDD
007756     ACCEPT CK-LAST-TIME FROM TIME
007760     REWRITE CK-CKPT-RECORD
007770         INVALID KEY
007780             IF GM-CKPT-WRITTEN
007781                 AND WS-CKPT-STATUS = "23"
007782                 SET GM-ROUND-CLOSED TO TRUE
007783                 DISPLAY "This round was closed by the shift "
007784                     "lead - it will not be recorded."
007785             ELSE
007786                 WRITE CK-CKPT-RECORD
007787                 SET GM-CKPT-WRITTEN TO TRUE
007788             END-IF
007790     END-REWRITE.
007800 2140-EXIT.
007810     EXIT.
008000         SET SH-OUTCOME-OUT-OF-TRIES TO TRUE
008010     END-IF
008020     MOVE WS-TOURN-ID TO SH-TOURN-ID
008022     MOVE WS-CHAL-ID TO SH-CHAL-ID
008024     IF WS-CHAL-ID NOT = SPACES
008026         MOVE SPACES TO SH-TOURN-ID
008028     END-IF
008030     PERFORM 2230-SET-SHIFT-DATE THRU 2230-EXIT
008040     MOVE WS-SHIFT-DATE TO SH-SHIFT-DATE
008050     PERFORM 2210-COMPUTE-EFFICIENCY THRU 2210-EXIT
009220*  KEEPS EACH ROUND ON ITS OWN HISTORY KEY.
009230*****************************************************
009240 2600-PLAY-NEXT-ROUND.
009241     IF WS-CHAL-ID NOT = SPACES
009242         MOVE SPACES TO WS-CHAL-ID
009243         MOVE WS-SAVE-LOW-BOUND TO GM-PARM-LOW-BOUND
009244         MOVE WS-SAVE-HIGH-BOUND TO GM-PARM-HIGH-BOUND
009245         MOVE WS-SAVE-MAX-TRIES TO GM-PARM-MAX-TRIES
009246         MOVE GM-PARM-LOW-BOUND TO WS-LOW-DISP
009247         MOVE GM-PARM-HIGH-BOUND TO WS-HIGH-DISP
009248     END-IF
009250     MOVE 0 TO TRIES
009260     MOVE "N" TO GM-ROUND-WON-SW
009262     MOVE "N" TO GM-ROUND-CLOSED-SW
009264     MOVE "N" TO GM-CKPT-WRITTEN-SW
009270     ACCEPT WS-TODAY FROM DATE YYYYMMDD
009280     ACCEPT CURRENT_TIME FROM TIME
009290     PERFORM 1400-DRAW-ANSWER THRU 1400-EXIT
010280     IF WS-TRNMST-AVAIL
010290         CLOSE TRNMST-FILE
010300     END-IF
010302     IF WS-CHALLNG-AVAIL
010304         CLOSE CHALLNG-FILE
010306     END-IF
010310     PERFORM 8600-FINISH-RUNCTL THRU 8600-EXIT.
010320 9000-EXIT.
010330     EXIT.
