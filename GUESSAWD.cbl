000280*                    HONOR ROLL FOR THE BREAK-ROOM
000290*                    BOARD.  GUESS ANNOUNCES NEW
000300*                    AWARDS AT THE NEXT SIGN-ON.
      *  10/15/2026  DL    A ROUND A SHIFT LEAD HAS RULED
      *                    VOID ON THE ADJUD FILE IS STRUCK
      *                    FROM THE SCAN - IT ADDS NOTHING
      *                    TO THE LIFETIME COUNTS AND NEITHER
      *                    EXTENDS NOR BREAKS A STREAK.  AN
      *                    AWARD THE VOIDED ROUND ITSELF
      *                    EARNED (SAME MILESTONE, SAME
      *                    EARNED DATE, NOT ALREADY PASSED
      *                    EARLIER IN THE WALK) IS REVOKED
      *                    AND LISTED; THE NEXT ROUND THAT
      *                    REALLY CROSSES THE MILESTONE
      *                    EARNS IT AFRESH.
      *  10/15/2026  DL    A NEW AWARD GOES ON FILE UNPAID.
      *                    AN AWARD GUESSPAY HAS ALREADY PAID
      *                    IS NOT REVOKED BY A VOID - IT IS
      *                    LISTED FOR HR TO RECOVER AND KEPT
      *                    SO THE MILESTONE IS NEVER PAID
      *                    A SECOND TIME.
      *  10/15/2026  DL    AN ADJUD OPEN FAILURE STOPS THE RUN.
000310*****************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000470         RECORD KEY IS AW-AWARD-KEY
000480         FILE STATUS IS WS-AWARDS-STATUS.
000490
000491     SELECT ADJUD-FILE ASSIGN TO "ADJUD"
000492         ORGANIZATION IS INDEXED
000493         ACCESS MODE IS DYNAMIC
000494         RECORD KEY IS AJ-ROUND-KEY
000495         FILE STATUS IS WS-ADJUD-STATUS.
000496
000500     SELECT OPERMST-FILE ASSIGN TO "OPERMST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000730     LABEL RECORDS ARE STANDARD.
000740     COPY AWARDR.
000750
000752 FD  ADJUD-FILE
000754     LABEL RECORDS ARE STANDARD.
000756     COPY ADJUDR.
000758
000760 FD  OPERMST-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY OPERMR.
000950 01  WS-AWARDS-STATUS                 PIC X(02) VALUE SPACES.
000960 01  WS-OPERMST-STATUS                PIC X(02) VALUE SPACES.
000970 01  WS-AWD-STATUS                    PIC X(02) VALUE SPACES.
000971 01  WS-ADJUD-STATUS                  PIC X(02) VALUE SPACES.
000972 01  WS-ADJUD-AVAIL-SW                PIC X(01) VALUE "N".
000973     88  WS-ADJUD-AVAIL                   VALUE "Y".
000974 01  WS-ROUND-VOID-SW                 PIC X(01) VALUE "N".
000975     88  WS-ROUND-VOID                    VALUE "Y".
000980
000990 01  WS-TODAY                         PIC 9(08).
001000
001080 01  WS-HIST-READ-COUNT               PIC 9(07) VALUE 0.
001090 01  WS-NEW-AWARD-COUNT               PIC 9(07) VALUE 0.
001100 01  WS-ROLL-COUNT                    PIC 9(07) VALUE 0.
001102 01  WS-REVOKED-COUNT                 PIC 9(07) VALUE 0.
001110
001120 01  WS-CUR-OPERATOR                  PIC X(08) VALUE SPACES.
001130 01  WS-OPR-ROUNDS                    PIC 9(07).
001140 01  WS-OPR-WINS                      PIC 9(07).
001150 01  WS-OPR-STREAK                    PIC 9(05).
001152 01  WS-OPR-SUB1-SW                   PIC X(01).
001154     88  WS-OPR-SUB1-PASSED               VALUE "Y".
001156 01  WS-OPR-WIN5-SW                   PIC X(01).
001158     88  WS-OPR-WIN5-PASSED               VALUE "Y".
001160 01  WS-OPER-NAME                     PIC X(20).
001170
001180 01  WS-SESSION-DATE-N                PIC 9(08).
001810     OPEN INPUT OPERMST-FILE
001820     IF WS-OPERMST-STATUS = "00"
001830         SET WS-OPERMST-AVAIL TO TRUE
           END-IF
           OPEN INPUT ADJUD-FILE
           IF WS-ADJUD-STATUS = "00"
               SET WS-ADJUD-AVAIL TO TRUE
           ELSE
               IF WS-ADJUD-STATUS NOT = "35"
                   DISPLAY "GUESSAWD - ADJUD OPEN FAILED, STATUS "
                       WS-ADJUD-STATUS
                   MOVE 8 TO WS-RC-COMPLETION
                   SET WS-HIST-EOF TO TRUE
                   GO TO 1000-EXIT
               END-IF
001840     END-IF.
001850 1000-EXIT.
001860     EXIT.
002080             UNTIL WS-HIST-EOF
002090         CLOSE SCOREHST-FILE
002100     END-IF
002110     IF WS-NEW-AWARD-COUNT = 0 AND WS-REVOKED-COUNT = 0
002120         WRITE AWD-LINE FROM WS-NONE-LINE
002130     END-IF.
002140 2000-EXIT.
002260             SET WS-HIST-EOF TO TRUE
002270         ELSE
002280             ADD 1 TO WS-HIST-READ-COUNT
002290             PERFORM 2150-CHECK-RULING THRU 2150-EXIT
002291             IF WS-ROUND-VOID
002292                 PERFORM 2600-REVOKE-VOIDED THRU 2600-EXIT
002293             ELSE
002294                 PERFORM 2200-CHECK-MILESTONES THRU 2200-EXIT
002295             END-IF
002300         END-IF
002310     END-IF.
002320 2100-EXIT.
002330     EXIT.
002340
002350*****************************************************
      *  2150-CHECK-RULING - A ROUND RULED VOID ON THE
      *  ADJUD FILE IS STRUCK FROM THE SCAN.  A PENDING OR
      *  UPHELD CASE LEAVES THE ROUND STANDING.
      *****************************************************
       2150-CHECK-RULING.
           MOVE "N" TO WS-ROUND-VOID-SW
           IF NOT WS-ADJUD-AVAIL
               GO TO 2150-EXIT
           END-IF
           MOVE SH-HIST-KEY TO AJ-ROUND-KEY
           READ ADJUD-FILE
               INVALID KEY
                   GO TO 2150-EXIT
           END-READ
           IF AJ-RULING-VOID
               SET WS-ROUND-VOID TO TRUE
           END-IF.
       2150-EXIT.
           EXIT.
      
      *****************************************************
002360*  2200-CHECK-MILESTONES - ROLL THE ROUND INTO THE
002370*  OPERATOR'S LIFETIME COUNTS AND POST ANY MILESTONE
002380*  IT CROSSES, DATED THE DAY THE ROUND WAS PLAYED.
002390*****************************************************
002400 2200-CHECK-MILESTONES.
002410     PERFORM 2210-CHECK-OPERATOR-BREAK THRU 2210-EXIT
002470     MOVE SH-SESSION-DATE TO WS-SESSION-DATE-N
002480     ADD 1 TO WS-OPR-ROUNDS
002490     IF WS-OPR-ROUNDS = 100
002600             PERFORM 2300-POST-AWARD THRU 2300-EXIT
002610         END-IF
002620         IF WS-OPR-STREAK = 5
002622             SET WS-OPR-WIN5-PASSED TO TRUE
002630             MOVE "WIN5" TO AW-AWARD-CODE
002640             MOVE "FIVE WINS RUNNING" TO AW-AWARD-DESC
002650             PERFORM 2300-POST-AWARD THRU 2300-EXIT
002670         IF SH-EFF-SCORE IS NUMERIC
002680                 AND SH-EFF-SCORE > 0
002690                 AND SH-EFF-SCORE < 100
002692             SET WS-OPR-SUB1-PASSED TO TRUE
002700             MOVE "SUB1" TO AW-AWARD-CODE
002710             MOVE "EFFICIENCY SCORE UNDER 100"
002720                 TO AW-AWARD-DESC
002790     EXIT.
002800
002810*****************************************************
      *  2210-CHECK-OPERATOR-BREAK - A NEW OPERATOR STARTS
      *  THE LIFETIME COUNTS OVER.
      *****************************************************
       2210-CHECK-OPERATOR-BREAK.
           IF SH-OPERATOR-ID NOT = WS-CUR-OPERATOR
               MOVE SH-OPERATOR-ID TO WS-CUR-OPERATOR
               MOVE 0 TO WS-OPR-ROUNDS
               MOVE 0 TO WS-OPR-WINS
               MOVE 0 TO WS-OPR-STREAK
               MOVE "N" TO WS-OPR-SUB1-SW
               MOVE "N" TO WS-OPR-WIN5-SW
           END-IF.
       2210-EXIT.
           EXIT.
      
      *****************************************************
002820*  2300-POST-AWARD - WRITE THE AWARD UNLESS IT IS
002830*  ALREADY ON FILE.  A DUPLICATE KEY JUST MEANS THE
002840*  OPERATOR EARNED IT ON AN EARLIER NIGHT - THE
002870 2300-POST-AWARD.
002880     MOVE WS-CUR-OPERATOR TO AW-OPERATOR-ID
002890     MOVE WS-SESSION-DATE-N TO AW-DATE-EARNED
002892     MOVE SPACES TO AW-PAID-DATE
002900     WRITE AW-AWARD-RECORD
002910         INVALID KEY
002920             CONTINUE
003300     EXIT.
003310
003320*****************************************************
      *  2600-REVOKE-VOIDED - THE ROUND IS VOID AND ADDS
      *  NOTHING TO THE COUNTS.  WORK OUT WHICH MILESTONES
      *  IT WOULD HAVE CROSSED HAD IT COUNTED - THOSE ARE
      *  THE AWARDS IT MAY HAVE EARNED BEFORE THE RULING.
      *****************************************************
       2600-REVOKE-VOIDED.
           PERFORM 2210-CHECK-OPERATOR-BREAK THRU 2210-EXIT
           MOVE SH-SESSION-DATE TO WS-SESSION-DATE-N
           IF WS-OPR-ROUNDS + 1 = 100
               MOVE "R100" TO AW-AWARD-CODE
               PERFORM 2610-REVOKE-AWARD THRU 2610-EXIT
           END-IF
           IF NOT SH-OUTCOME-WIN
               GO TO 2600-EXIT
           END-IF
           IF WS-OPR-WINS = 0
               MOVE "FWIN" TO AW-AWARD-CODE
               PERFORM 2610-REVOKE-AWARD THRU 2610-EXIT
           END-IF
           IF WS-OPR-STREAK + 1 = 5 AND NOT WS-OPR-WIN5-PASSED
               MOVE "WIN5" TO AW-AWARD-CODE
               PERFORM 2610-REVOKE-AWARD THRU 2610-EXIT
           END-IF
           IF SH-EFF-SCORE IS NUMERIC
                   AND SH-EFF-SCORE > 0
                   AND SH-EFF-SCORE < 100
                   AND NOT WS-OPR-SUB1-PASSED
               MOVE "SUB1" TO AW-AWARD-CODE
               PERFORM 2610-REVOKE-AWARD THRU 2610-EXIT
           END-IF.
       2600-EXIT.
           EXIT.
      
      *****************************************************
      *  2610-REVOKE-AWARD - DELETE THE AWARD WHEN IT WAS
      *  EARNED THE DAY THE VOIDED ROUND WAS PLAYED.  ONE
      *  EARNED ON ANOTHER DAY CAME FROM A DIFFERENT ROUND
      *  AND STANDS.  ONE ALREADY PAID STAYS ON FILE AND IS
      *  LISTED FOR HR - THE BONUS HAS GONE OUT.
      *****************************************************
       2610-REVOKE-AWARD.
           MOVE WS-CUR-OPERATOR TO AW-OPERATOR-ID
           READ AWARDS-FILE
               INVALID KEY
                   GO TO 2610-EXIT
           END-READ
           IF AW-DATE-EARNED NOT = WS-SESSION-DATE-N
               GO TO 2610-EXIT
           END-IF
           IF AW-PAID-DATE IS NUMERIC
               MOVE "PAID - VOID REFERRED TO HR" TO AW-AWARD-DESC
               PERFORM 2400-PRINT-AWARD-LINE THRU 2400-EXIT
               GO TO 2610-EXIT
           END-IF
           DELETE AWARDS-FILE
               INVALID KEY
                   GO TO 2610-EXIT
           END-DELETE
           ADD 1 TO WS-REVOKED-COUNT
           MOVE "REVOKED - ROUND RULED VOID" TO AW-AWARD-DESC
           PERFORM 2400-PRINT-AWARD-LINE THRU 2400-EXIT.
       2610-EXIT.
           EXIT.
      
      *****************************************************
003330*  3000-PRINT-HONOR-ROLL - THE FULL AWARDS FILE IN
003340*  KEY ORDER FOR THE BREAK-ROOM BOARD.
003350*****************************************************
004380     IF WS-OPERMST-AVAIL
004390         CLOSE OPERMST-FILE
004400     END-IF
004402     IF WS-ADJUD-AVAIL
004404         CLOSE ADJUD-FILE
004406     END-IF
004410     PERFORM 8600-FINISH-RUNCTL THRU 8600-EXIT.
004420 9000-EXIT.
004430     EXIT.
