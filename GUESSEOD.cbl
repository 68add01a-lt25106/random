000310*                    ONE DATE PER SHIFT AND THE NIGHT
000320*                    SHIFT STOPS SPLITTING AT
000330*                    MIDNIGHT.
000331*  10/15/2026  DL    ROUNDS A SHIFT LEAD HAS RULED
000332*                    VOID ON THE ADJUD FILE ARE LEFT
000333*                    OUT OF THE ROLL-UP.  AN OPERATOR
000334*                    WHOSE EVERY ROUND FOR THE DAY WAS
000335*                    VOIDED HAS THE DAY'S SUMMARY
000336*                    RECORD REMOVED, SO A RERUN AFTER
000337*                    A RULING RESTATES THE DAY.
000338*  10/15/2026  DL    AN ADJUD OPEN FAILURE STOPS THE RUN.
000340*****************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000500         RECORD KEY IS DS-SUMMARY-KEY
000510         FILE STATUS IS WS-DAYSUM-STATUS.
000520
000521     SELECT ADJUD-FILE ASSIGN TO "ADJUD"
000522         ORGANIZATION IS INDEXED
000523         ACCESS MODE IS DYNAMIC
000524         RECORD KEY IS AJ-ROUND-KEY
000525         FILE STATUS IS WS-ADJUD-STATUS.
000526
000530     SELECT EOD-FILE ASSIGN TO "EODOUT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-EOD-STATUS.
000700     LABEL RECORDS ARE STANDARD.
000710     COPY DAYSUMR.
000720
000722 FD  ADJUD-FILE
000724     LABEL RECORDS ARE STANDARD.
000726     COPY ADJUDR.
000728
000730 FD  EOD-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  EOD-LINE                         PIC X(80).
000870 01  WS-SCOREHST-STATUS               PIC X(02) VALUE SPACES.
000880 01  WS-DAYSUM-STATUS                 PIC X(02) VALUE SPACES.
000890 01  WS-EOD-STATUS                    PIC X(02) VALUE SPACES.
000891 01  WS-ADJUD-STATUS                  PIC X(02) VALUE SPACES.
000892 01  WS-ADJUD-AVAIL-SW                PIC X(01) VALUE "N".
000893     88  WS-ADJUD-AVAIL                   VALUE "Y".
000894 01  WS-ROUND-VOID-SW                 PIC X(01) VALUE "N".
000895     88  WS-ROUND-VOID                    VALUE "Y".
000900
000910 01  WS-TODAY                         PIC 9(08).
000920 01  WS-ROLLUP-DATE                   PIC 9(08) VALUE 0.
000980
000990 01  WS-HIST-READ-COUNT               PIC 9(07) VALUE 0.
001000 01  WS-SUM-WRITE-COUNT               PIC 9(07) VALUE 0.
001002 01  WS-VOID-COUNT                    PIC 9(07) VALUE 0.
001010
001020 01  WS-CUR-OPERATOR                  PIC X(08) VALUE SPACES.
001030 01  WS-ACC-ROUNDS                    PIC 9(05).
001050 01  WS-ACC-TRIES                     PIC 9(07).
001060 01  WS-ACC-EFF                       PIC 9(07)V99.
001070 01  WS-ACC-BEST                      PIC 9(05).
001072 01  WS-ACC-VOIDED                    PIC 9(05).
001080
001090 01  WS-REC-EFF                       PIC 9(03)V99.
001100 01  WS-EFF-REMAIN                    PIC 9(05).
001600     05  WS-TOT-POSTED                PIC ZZZZZZ9.
001610     05  FILLER                       PIC X(54)  VALUE SPACES.
001620
001621 01  WS-VOID-LINE.
001622     05  FILLER                       PIC X(19)
001623         VALUE "ROUNDS VOIDED      ".
001624     05  WS-TOT-VOIDED                PIC ZZZZZZ9.
001625     05  FILLER                       PIC X(54)  VALUE SPACES.
001626
001630 LINKAGE SECTION.
001640 01  LK-PARM-LENGTH                   PIC S9(04) COMP.
001650 01  LK-PARM-TEXT                     PIC X(80).
002050             WS-DAYSUM-STATUS
002060         MOVE 8 TO WS-RC-COMPLETION
002070         SET WS-HIST-EOF TO TRUE
           END-IF
           OPEN INPUT ADJUD-FILE
           IF WS-ADJUD-STATUS = "00"
               SET WS-ADJUD-AVAIL TO TRUE
           ELSE
               IF WS-ADJUD-STATUS NOT = "35"
                   DISPLAY "GUESSEOD - ADJUD OPEN FAILED, STATUS "
                       WS-ADJUD-STATUS
                   MOVE 8 TO WS-RC-COMPLETION
                   SET WS-HIST-EOF TO TRUE
                   GO TO 1000-EXIT
               END-IF
002080     END-IF.
002090 1000-EXIT.
002100     EXIT.
002800                 MOVE SH-SESSION-DATE TO WS-REC-BUS-DATE
002810             END-IF
002820             IF WS-REC-BUS-DATE = WS-ROLLUP-DISP
002822                 PERFORM 2150-CHECK-RULING THRU 2150-EXIT
002830                 PERFORM 2200-ACCUMULATE-ROUND THRU 2200-EXIT
002840             END-IF
002850         END-IF
002880     EXIT.
002890
002900*****************************************************
      *  2150-CHECK-RULING - A ROUND RULED VOID ON THE
      *  ADJUD FILE IS STRUCK FROM THE RESULTS.  A PENDING
      *  OR UPHELD CASE LEAVES THE ROUND STANDING.
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
002910*  2200-ACCUMULATE-ROUND - ROLL ONE ROUND INTO THE
002920*  CURRENT OPERATOR'S DAY, BREAKING FIRST WHEN THE
002930*  OPERATOR CHANGES.  A VOIDED ROUND STILL BREAKS
002932*  THE OPERATOR, SO A DAY THAT IS ALL VOID IS
002934*  POSTED (AS A REMOVAL), BUT ADDS NOTHING.
002940*****************************************************
002950 2200-ACCUMULATE-ROUND.
002960     IF SH-OPERATOR-ID NOT = WS-CUR-OPERATOR
003030         MOVE 0 TO WS-ACC-TRIES
003040         MOVE 0 TO WS-ACC-EFF
003050         MOVE 99999 TO WS-ACC-BEST
003051         MOVE 0 TO WS-ACC-VOIDED
003052     END-IF
003053     IF WS-ROUND-VOID
003054         ADD 1 TO WS-ACC-VOIDED
003055         ADD 1 TO WS-VOID-COUNT
003056         GO TO 2200-EXIT
003060     END-IF
003070     PERFORM 2250-SET-RECORD-EFF THRU 2250-EXIT
003080     ADD 1 TO WS-ACC-ROUNDS
003540*  SUMMARY RECORD FOR THE ROLL-UP DATE.  REWRITE
003550*  FIRST, WRITE WHEN THERE ISN'T ONE YET - THE SAME
003560*  SHAPE AS THE GUESS CHECKPOINT UPDATE - SO A RERUN
003570*  LANDS ON THE SAME TOTALS.  WHEN EVERY ROUND THE
003572*  OPERATOR PLAYED THAT DAY WAS VOIDED THE SUMMARY
003574*  RECORD IS DELETED INSTEAD - THE DAY NEVER HAPPENED
003576*  AS FAR AS THE BOARDS ARE CONCERNED.
003580*****************************************************
003590 2300-POST-OPERATOR-DAY.
003591     IF WS-ACC-ROUNDS = 0
003592         MOVE WS-CUR-OPERATOR TO DS-OPERATOR-ID
003593         MOVE WS-ROLLUP-DISP TO DS-SUMMARY-DATE
003594         DELETE DAYSUM-FILE
003595             INVALID KEY
003596                 CONTINUE
003597         END-DELETE
003598         GO TO 2300-EXIT
003599     END-IF
003600     MOVE SPACES TO DS-SUMMARY-RECORD
003610     MOVE WS-CUR-OPERATOR TO DS-OPERATOR-ID
003620     MOVE WS-ROLLUP-DISP TO DS-SUMMARY-DATE
003900     MOVE SPACES TO EOD-LINE
003910     WRITE EOD-LINE
003920     MOVE WS-SUM-WRITE-COUNT TO WS-TOT-POSTED
003930     WRITE EOD-LINE FROM WS-TOT-LINE
003932     MOVE WS-VOID-COUNT TO WS-TOT-VOIDED
003934     WRITE EOD-LINE FROM WS-VOID-LINE.
003940 4000-EXIT.
003950     EXIT.
003960
004640     IF WS-DAYSUM-STATUS = "00"
004650         CLOSE DAYSUM-FILE
004660     END-IF
004662     IF WS-ADJUD-AVAIL
004664         CLOSE ADJUD-FILE
004666     END-IF
004670     PERFORM 8600-FINISH-RUNCTL THRU 8600-EXIT.
004680 9000-EXIT.
004690     EXIT.
