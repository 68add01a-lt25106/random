000330*                    THE FEED CARRIES ONE SHIFT AS
000340*                    ONE DAY.  THE DETAIL FIELDS ARE
000350*                    UNCHANGED.
000352*  10/15/2026  DL    LEAVE OUT ANY ROUND A SHIFT LEAD
000354*                    HAS RULED VOID ON THE ADJUD FILE,
000356*                    AS THE BOARDS DO.
000360*****************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000560         RECORD KEY IS RC-RUNCTL-KEY
000570         FILE STATUS IS WS-RUNCTL-STATUS.
000580
000581     SELECT ADJUD-FILE ASSIGN TO "ADJUD"
000582         ORGANIZATION IS INDEXED
000583         ACCESS MODE IS DYNAMIC
000584         RECORD KEY IS AJ-ROUND-KEY
000585         FILE STATUS IS WS-ADJUD-STATUS.
000586
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  SCOREHST-FILE
000700     LABEL RECORDS ARE STANDARD.
000710     COPY RUNCTLR.
000720
000722 FD  ADJUD-FILE
000724     LABEL RECORDS ARE STANDARD.
000726     COPY ADJUDR.
000728
000730 WORKING-STORAGE SECTION.
000740 01  WS-RUNCTL-STATUS                 PIC X(02) VALUE SPACES.
000750 01  WS-RUNCTL-AVAIL-SW               PIC X(01) VALUE "N".
000790 01  WS-HIST-READ-COUNT               PIC 9(07) VALUE 0.
000800 01  WS-SCOREHST-STATUS               PIC X(02) VALUE SPACES.
000810 01  WS-XTR-STATUS                    PIC X(02) VALUE SPACES.
000811 01  WS-ADJUD-STATUS                  PIC X(02) VALUE SPACES.
000812 01  WS-ADJUD-AVAIL-SW                PIC X(01) VALUE "N".
000813     88  WS-ADJUD-AVAIL                   VALUE "Y".
000814 01  WS-ROUND-VOID-SW                 PIC X(01) VALUE "N".
000815     88  WS-ROUND-VOID                    VALUE "Y".
000820
000830 01  WS-TODAY                         PIC 9(08).
000840 01  WS-EXTRACT-DATE                  PIC 9(08) VALUE 0.
001570
001580*****************************************************
001590*  1000-INITIALIZE - PARSE THE PARM, OPEN THE FEED
001600*  AND WRITE THE HEADER.  NO ADJUD FILE MEANS NO
001602*  RULINGS YET; ANY OTHER OPEN FAILURE STOPS THE FEED
001604*  RATHER THAN SEND VOIDED ROUNDS.
001610*****************************************************
001620 1000-INITIALIZE.
001630     PERFORM 8500-OPEN-RUNCTL THRU 8500-EXIT
001720     OPEN OUTPUT XTR-FILE
001730     MOVE WS-EXTRACT-DISP TO WS-HDR-EXTRACT-DATE
001740     MOVE WS-TODAY TO WS-HDR-RUN-DATE
001750     WRITE XTR-LINE FROM WS-HEADER-REC
           OPEN INPUT ADJUD-FILE
           IF WS-ADJUD-STATUS = "00"
               SET WS-ADJUD-AVAIL TO TRUE
           ELSE
               IF WS-ADJUD-STATUS NOT = "35"
                   DISPLAY "GUESSXTR - ADJUD OPEN FAILED, STATUS "
                       WS-ADJUD-STATUS
                   MOVE 8 TO WS-RC-COMPLETION
                   SET WS-HIST-EOF TO TRUE
                   GO TO 1000-EXIT
               END-IF
           END-IF.
001760 1000-EXIT.
001770     EXIT.
001780
002060*  ROUND ON THE EXTRACT DATE.
002070*****************************************************
002080 2000-EXTRACT-ROUNDS.
002082     IF WS-HIST-EOF
002084         GO TO 2000-EXIT
002086     END-IF
002090     OPEN INPUT SCOREHST-FILE
002100     IF WS-SCOREHST-STATUS NOT = "00"
002110         SET WS-HIST-EOF TO TRUE
002390                 MOVE SH-SESSION-DATE TO WS-REC-BUS-DATE
002400             END-IF
002410             IF WS-REC-BUS-DATE = WS-EXTRACT-DISP
002420                 PERFORM 2150-CHECK-RULING THRU 2150-EXIT
002422                 IF NOT WS-ROUND-VOID
002424                     PERFORM 2200-WRITE-DETAIL THRU 2200-EXIT
002426                 END-IF
002430             END-IF
002440         END-IF
002450     END-IF.
002470     EXIT.
002480
002490*****************************************************
      *  2150-CHECK-RULING - A ROUND RULED VOID ON THE
      *  ADJUD FILE IS STRUCK FROM THE FEED.  A PENDING
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
002500*  2200-WRITE-DETAIL - ONE FEED RECORD, AND ROLL THE
002510*  CONTROL TOTALS.
002520*****************************************************
003430*****************************************************
003440 9000-TERMINATE.
003450     CLOSE XTR-FILE
003452     IF WS-ADJUD-AVAIL
003454         CLOSE ADJUD-FILE
003456     END-IF
003460     PERFORM 8600-FINISH-RUNCTL THRU 8600-EXIT.
003470 9000-EXIT.
003480     EXIT.
