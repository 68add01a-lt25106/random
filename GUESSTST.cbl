000230*                    BOARD.  ONCE THE WINDOW HAS
000240*                    CLOSED THE TOP ROUND IS FLAGGED
000250*                    AS THE WINNER.
      *  10/15/2026  DL    A ROUND A SHIFT LEAD HAS RULED
      *                    VOID ON THE ADJUD FILE IS LEFT
      *                    OFF THE STANDINGS, SO A VOIDED
      *                    ROUND CAN NEVER BE FLAGGED THE
      *                    WINNER.
      *  10/15/2026  DL    PRINT A NET SCORE - EFFICIENCY
      *                    LESS THE OPERATOR'S HANDICAP OFF
      *                    THE HANDCAP FILE GUESSHCP BUILDS.
      *                    RANK=NET ON THE PARM RANKS (AND
      *                    FLAGS THE WINNER) ON THE NET
      *                    SCORE; RANK=GROSS IS THE DEFAULT.
      *  10/15/2026  DL    ONCE THE WINDOW HAS CLOSED, RECORD
      *                    THE TOP TEN OPERATORS' PLACES ON
      *                    THE TRNPLC FILE (EACH OPERATOR
      *                    PLACED ONCE, ON THE BEST ROUND)
      *                    FOR THE GUESSPAY PAYOUT, AND MARK
      *                    PLACES 2-10 ON THE STANDINGS.  A
      *                    RERUN REPLACES THE TOURNAMENT'S
      *                    PLACINGS UNLESS ONE HAS BEEN PAID,
      *                    IN WHICH CASE THEY ARE LEFT AS
      *                    THEY ARE AND THE REPORT SAYS SO.
      *  10/15/2026  DL    AN ADJUD OPEN FAILURE STOPS THE RUN.
      *  10/15/2026  DL    A HANDCAP OPEN FAILURE OTHER THAN
      *                    NOT-FOUND STOPS THE RUN.
000260*****************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000500         RECORD KEY IS OP-OPERATOR-ID
000510         FILE STATUS IS WS-OPERMST-STATUS.
000520
           SELECT ADJUD-FILE ASSIGN TO "ADJUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJ-ROUND-KEY
               FILE STATUS IS WS-ADJUD-STATUS.
      
           SELECT HANDCAP-FILE ASSIGN TO "HANDCAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HC-OPERATOR-ID
               FILE STATUS IS WS-HANDCAP-STATUS.
      
           SELECT TRNPLC-FILE ASSIGN TO "TRNPLC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TP-PLACING-KEY
               FILE STATUS IS WS-TRNPLC-STATUS.
      
000530     SELECT RPT-FILE ASSIGN TO "TSTOUT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RPT-STATUS.
000720
000730 SD  SORT-WORK-FILE.
000740 01  SW-SORT-RECORD.
000742     05  SW-RANK-EFF                  PIC 9(03)V99.
000750     05  SW-EFF                       PIC 9(03)V99.
000760     05  SW-TRIES                     PIC 9(05).
000770     05  SW-OPERATOR-ID               PIC X(08).
000780     05  SW-SESSION-DATE              PIC X(08).
000782     05  SW-NET-EFF                   PIC 9(03)V99.
000790
000800 FD  OPERMST-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY OPERMR.
000830
       FD  ADJUD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ADJUDR.
      
       FD  HANDCAP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HCAPR.
      
       FD  TRNPLC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRNPLR.
      
000840 FD  RPT-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 01  RPT-LINE                         PIC X(80).
001020 01  WS-OPERMST-STATUS                PIC X(02) VALUE SPACES.
001030 01  WS-OPERMST-AVAIL-SW              PIC X(01) VALUE "N".
001040     88  WS-OPERMST-AVAIL                 VALUE "Y".
       01  WS-ADJUD-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-ADJUD-AVAIL-SW                PIC X(01) VALUE "N".
           88  WS-ADJUD-AVAIL                   VALUE "Y".
       01  WS-ROUND-VOID-SW                 PIC X(01) VALUE "N".
           88  WS-ROUND-VOID                    VALUE "Y".
       01  WS-HANDCAP-STATUS                PIC X(02) VALUE SPACES.
       01  WS-HANDCAP-AVAIL-SW              PIC X(01) VALUE "N".
           88  WS-HANDCAP-AVAIL                 VALUE "Y".
       01  WS-HANDICAP                      PIC 9(03)V99.
       01  WS-RANK-BASIS                    PIC X(05) VALUE "GROSS".
           88  WS-RANK-NET                      VALUE "NET".
001050 01  WS-OPER-NAME                     PIC X(20).
001060 01  WS-FOOTER-LINE.
001070     05  FILLER                       PIC X(22)
001180     88  WS-TOURN-FOUND                   VALUE "Y".
001190 01  WS-WINDOW-CLOSED-SW              PIC X(01) VALUE "N".
001200     88  WS-WINDOW-CLOSED                 VALUE "Y".
       01  WS-TRNPLC-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-TRNPLC-AVAIL-SW               PIC X(01) VALUE "N".
           88  WS-TRNPLC-AVAIL                  VALUE "Y".
       01  WS-PLACINGS-PAID-SW              PIC X(01) VALUE "N".
           88  WS-PLACINGS-PAID                 VALUE "Y".
       01  WS-PLC-EOF-SW                    PIC X(01) VALUE "N".
           88  WS-PLC-EOF                       VALUE "Y".
       01  WS-PLACE-FOUND-SW                PIC X(01) VALUE "N".
           88  WS-PLACE-FOUND                   VALUE "Y".
       01  WS-MAX-PLACES                    PIC 9(03) VALUE 10.
       01  WS-PLACE                         PIC 9(03) VALUE 0.
       01  WS-PLACE-SUB                     PIC 9(03) COMP.
       01  WS-PLACED-TABLE.
           05  WS-PLACED-OPER               PIC X(08)
                                             OCCURS 10 TIMES.
       01  WS-PLC-WRITE-COUNT               PIC 9(07) VALUE 0.
       01  WS-PLACE-FLAG.
           05  FILLER                       PIC X(06)  VALUE "PLACE ".
           05  WS-FLAG-PLACE                PIC Z9.
           05  FILLER                       PIC X(06)  VALUE SPACES.
       01  WS-PAID-LINE                     PIC X(80)
           VALUE "PLACINGS ALREADY PAID - TRNPLC NOT REWRITTEN".
001210
001220 01  WS-ASK-TOURN-ID                  PIC X(05) VALUE SPACES.
001230 01  WS-START-DISP                    PIC X(08).
001550     05  WS-HDR-LOW                   PIC 9(05).
001560     05  WS-HDR-DASH                  PIC X(01)  VALUE "-".
001570     05  WS-HDR-HIGH                  PIC 9(05).
001580     05  FILLER                       PIC X(02) VALUE SPACES.
001582     05  FILLER                       PIC X(08)
001584         VALUE "RANKED  ".
001586     05  WS-HDR-BASIS                 PIC X(05).
001588     05  FILLER                       PIC X(13) VALUE SPACES.
001590
001600 01  WS-HDR-3.
001610     05  FILLER                       PIC X(06)  VALUE "RANK  ".
001670         VALUE "TRIES   ".
001680     05  FILLER                       PIC X(08)
001690         VALUE "EFF     ".
001700     05  FILLER                       PIC X(08)
001702         VALUE "NET     ".
001704     05  FILLER                       PIC X(18)  VALUE SPACES.
001710
001720 01  WS-DETAIL-LINE.
001730     05  WS-DTL-RANK                  PIC ZZZZ9.
001800     05  FILLER                       PIC X(02)  VALUE SPACES.
001810     05  WS-DTL-EFF                   PIC ZZ9.99.
001820     05  FILLER                       PIC X(02)  VALUE SPACES.
001822     05  WS-DTL-NET                   PIC ZZ9.99.
001824     05  FILLER                       PIC X(02)  VALUE SPACES.
001830     05  WS-DTL-FLAG                  PIC X(14).
001840     05  FILLER                       PIC X(04)  VALUE SPACES.
001850
001860 LINKAGE SECTION.
001870 01  LK-PARM-LENGTH                   PIC S9(04) COMP.
001950     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001960     IF WS-TOURN-FOUND
001970         SORT SORT-WORK-FILE
001980             ON ASCENDING KEY SW-RANK-EFF
001990             INPUT PROCEDURE IS 2000-BUILD-SORT-FILE
002000                 THRU 2000-EXIT
002010             OUTPUT PROCEDURE IS 3000-WRITE-REPORT
002490     MOVE WS-END-DISP TO WS-HDR-END
002500     MOVE TN-LOW-BOUND TO WS-HDR-LOW
002510     MOVE TN-HIGH-BOUND TO WS-HDR-HIGH
002512     MOVE WS-RANK-BASIS TO WS-HDR-BASIS
002520     OPEN INPUT OPERMST-FILE
002530     IF WS-OPERMST-STATUS = "00"
002540         SET WS-OPERMST-AVAIL TO TRUE
           END-IF
           OPEN INPUT ADJUD-FILE
           IF WS-ADJUD-STATUS = "00"
               SET WS-ADJUD-AVAIL TO TRUE
           ELSE
               IF WS-ADJUD-STATUS NOT = "35"
                   DISPLAY "GUESSTST - ADJUD OPEN FAILED, STATUS "
                       WS-ADJUD-STATUS
                   MOVE 8 TO WS-RC-COMPLETION
                   SET WS-EOF TO TRUE
                   GO TO 1000-EXIT
               END-IF
           END-IF
           OPEN INPUT HANDCAP-FILE
           IF WS-HANDCAP-STATUS = "00"
               SET WS-HANDCAP-AVAIL TO TRUE
           ELSE
               IF WS-HANDCAP-STATUS NOT = "35"
                   DISPLAY "GUESSTST - HANDCAP OPEN FAILED, STATUS "
                       WS-HANDCAP-STATUS
                   MOVE 8 TO WS-RC-COMPLETION
                   SET WS-EOF TO TRUE
                   GO TO 1000-EXIT
               END-IF
           END-IF
           IF WS-WINDOW-CLOSED
               PERFORM 1200-OPEN-PLACINGS THRU 1200-EXIT
002550     END-IF.
002560 1000-EXIT.
002570     EXIT.
002740     EVALUATE WS-PARM-KEY
002750         WHEN "TOURN"
002760             MOVE WS-PARM-VALUE (1:5) TO WS-ASK-TOURN-ID
002761         WHEN "RANK"
002762             MOVE WS-PARM-VALUE (1:5) TO WS-RANK-BASIS
002763             IF NOT WS-RANK-NET
002764                 MOVE "GROSS" TO WS-RANK-BASIS
002765             END-IF
002770         WHEN OTHER
002780             CONTINUE
002790     END-EVALUATE.
002810     EXIT.
002820
002830*****************************************************
      *  1200-OPEN-PLACINGS - THE WINDOW HAS CLOSED, SO
      *  THIS RUN RECORDS THE PLACES.  ANY PLACINGS ALREADY
      *  ON FILE FOR THE TOURNAMENT ARE FROM AN EARLIER
      *  RUN: IF ONE HAS BEEN PAID THEY ALL STAND AS THEY
      *  ARE, OTHERWISE THEY ARE DROPPED AND THIS RUN
      *  WRITES THEM AFRESH.
      *****************************************************
       1200-OPEN-PLACINGS.
           OPEN I-O TRNPLC-FILE
           IF WS-TRNPLC-STATUS = "35"
               OPEN OUTPUT TRNPLC-FILE
               CLOSE TRNPLC-FILE
               OPEN I-O TRNPLC-FILE
           END-IF
           IF WS-TRNPLC-STATUS NOT = "00"
               DISPLAY "GUESSTST - TRNPLC OPEN FAILED, STATUS "
                   WS-TRNPLC-STATUS
               MOVE 8 TO WS-RC-COMPLETION
               GO TO 1200-EXIT
           END-IF
           SET WS-TRNPLC-AVAIL TO TRUE
           PERFORM 1250-START-PLACINGS THRU 1250-EXIT
           PERFORM 1210-CHECK-ONE-PLACING THRU 1210-EXIT
               UNTIL WS-PLC-EOF
           IF WS-PLACINGS-PAID
               GO TO 1200-EXIT
           END-IF
           PERFORM 1250-START-PLACINGS THRU 1250-EXIT
           PERFORM 1220-DROP-ONE-PLACING THRU 1220-EXIT
               UNTIL WS-PLC-EOF.
       1200-EXIT.
           EXIT.
      
       1210-CHECK-ONE-PLACING.
           READ TRNPLC-FILE NEXT RECORD
               AT END
                   SET WS-PLC-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ
           IF TP-TOURN-ID NOT = WS-ASK-TOURN-ID
               SET WS-PLC-EOF TO TRUE
               GO TO 1210-EXIT
           END-IF
           IF TP-PAID-DATE IS NUMERIC
               SET WS-PLACINGS-PAID TO TRUE
               SET WS-PLC-EOF TO TRUE
           END-IF.
       1210-EXIT.
           EXIT.
      
       1220-DROP-ONE-PLACING.
           READ TRNPLC-FILE NEXT RECORD
               AT END
                   SET WS-PLC-EOF TO TRUE
                   GO TO 1220-EXIT
           END-READ
           IF TP-TOURN-ID NOT = WS-ASK-TOURN-ID
               SET WS-PLC-EOF TO TRUE
               GO TO 1220-EXIT
           END-IF
           DELETE TRNPLC-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
       1220-EXIT.
           EXIT.
      
      *****************************************************
      *  1250-START-PLACINGS - POSITION ON THE
      *  TOURNAMENT'S FIRST PLACE.
      *****************************************************
       1250-START-PLACINGS.
           MOVE "N" TO WS-PLC-EOF-SW
           MOVE WS-ASK-TOURN-ID TO TP-TOURN-ID
           MOVE 0 TO TP-PLACE
           START TRNPLC-FILE KEY IS NOT LESS THAN TP-PLACING-KEY
               INVALID KEY
                   SET WS-PLC-EOF TO TRUE
           END-START.
       1250-EXIT.
           EXIT.
      
      *****************************************************
002840*  2000-BUILD-SORT-FILE - RELEASE THE TOURNAMENT'S
002850*  WINNING ROUNDS TO THE SORT.  THE STAMP, THE
002860*  WINDOW DATES AND THE LOCKED RANGE ALL HAVE TO
003180                 AND SH-LOW-BOUND = TN-LOW-BOUND
003190                 AND SH-HIGH-BOUND = TN-HIGH-BOUND
003200                 AND SH-OUTCOME-WIN
003210             PERFORM 2150-CHECK-RULING THRU 2150-EXIT
003220             IF NOT WS-ROUND-VOID
003230                 MOVE SH-TRIES TO SW-TRIES
003240                 PERFORM 2200-SET-EFFICIENCY THRU 2200-EXIT
003250                 MOVE SH-OPERATOR-ID TO SW-OPERATOR-ID
003252                 MOVE SH-SESSION-DATE TO SW-SESSION-DATE
003254                 PERFORM 2300-SET-NET-SCORE THRU 2300-EXIT
003256                 RELEASE SW-SORT-RECORD
003258             END-IF
003260         END-IF
003270     END-IF.
003280 2100-EXIT.
003290     EXIT.
003300
003310*****************************************************
      *  2150-CHECK-RULING - A ROUND RULED VOID ON THE
      *  ADJUD FILE IS STRUCK FROM THE STANDINGS.  A
      *  PENDING OR UPHELD CASE LEAVES THE ROUND STANDING.
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
003320*  2200-SET-EFFICIENCY - STORED SCORE WHEN THE ROUND
003330*  HAS ONE, OTHERWISE RECOMPUTED FROM THE RANGE AND
003340*  TRIES (ROUNDS RECORDED BEFORE THE FIELD EXISTED).
003610     EXIT.
003620
003630*****************************************************
      *  2300-SET-NET-SCORE - EFFICIENCY LESS THE
      *  OPERATOR'S HANDICAP, NEVER BELOW ZERO.  NO
      *  HANDICAP ON FILE LEAVES NET EQUAL TO GROSS.  THE
      *  SORT KEY TAKES WHICHEVER THE PARM ASKED TO RANK.
      *****************************************************
       2300-SET-NET-SCORE.
           MOVE 0 TO WS-HANDICAP
           IF WS-HANDCAP-AVAIL
               MOVE SH-OPERATOR-ID TO HC-OPERATOR-ID
               READ HANDCAP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE HC-HANDICAP TO WS-HANDICAP
               END-READ
           END-IF
           IF WS-HANDICAP > SW-EFF
               MOVE 0 TO SW-NET-EFF
           ELSE
               COMPUTE SW-NET-EFF = SW-EFF - WS-HANDICAP
           END-IF
           IF WS-RANK-NET
               MOVE SW-NET-EFF TO SW-RANK-EFF
           ELSE
               MOVE SW-EFF TO SW-RANK-EFF
           END-IF.
       2300-EXIT.
           EXIT.
      
      *****************************************************
003640*  3000-WRITE-REPORT - HEADINGS, THEN THE RANKED
003650*  DETAIL LINES, LOWEST EFFICIENCY SCORE (OR NET
003652*  SCORE WHEN RANKING NET) FIRST.  THE
003660*  TOP LINE GETS THE WINNER FLAG ONCE THE WINDOW HAS
003670*  CLOSED.
003680*****************************************************
003770         MOVE "NO TOURNAMENT ROUNDS ON FILE" TO RPT-LINE
003780         WRITE RPT-LINE
003790     END-IF
003792     IF WS-PLACINGS-PAID
003794         WRITE RPT-LINE FROM WS-PAID-LINE
003796     END-IF
003800     MOVE WS-HIST-READ-COUNT TO WS-FTR-COUNT
003810     WRITE RPT-LINE FROM WS-FOOTER-LINE.
003820 3000-EXIT.
003950         MOVE SW-SESSION-DATE TO WS-DTL-DATE
003960         MOVE SW-TRIES TO WS-DTL-TRIES
003970         MOVE SW-EFF TO WS-DTL-EFF
003972         MOVE SW-NET-EFF TO WS-DTL-NET
003980         IF WS-RANK = 1 AND WS-WINDOW-CLOSED
003990             MOVE "*** WINNER ***" TO WS-DTL-FLAG
004000         ELSE
004010             MOVE SPACES TO WS-DTL-FLAG
004020         END-IF
004022         IF WS-WINDOW-CLOSED AND WS-PLACE < WS-MAX-PLACES
004024             PERFORM 3300-PLACE-OPERATOR THRU 3300-EXIT
004026         END-IF
004030         WRITE RPT-LINE FROM WS-DETAIL-LINE
004040     END-IF.
004050 3100-EXIT.
004240     EXIT.
004250
004260*****************************************************
      *  3300-PLACE-OPERATOR - THE OPERATOR'S FIRST (BEST)
      *  ROUND ON THE BOARD TAKES THE NEXT PLACE; A LATER,
      *  WORSE ROUND FOR THE SAME OPERATOR TAKES NONE.  THE
      *  PLACE GOES ON TRNPLC UNLESS THE TOURNAMENT'S
      *  PLACINGS HAVE ALREADY BEEN PAID.
      *****************************************************
       3300-PLACE-OPERATOR.
           MOVE "N" TO WS-PLACE-FOUND-SW
           PERFORM 3310-CHECK-PLACED THRU 3310-EXIT
               VARYING WS-PLACE-SUB FROM 1 BY 1
               UNTIL WS-PLACE-SUB > WS-PLACE
           IF WS-PLACE-FOUND
               GO TO 3300-EXIT
           END-IF
           ADD 1 TO WS-PLACE
           MOVE SW-OPERATOR-ID TO WS-PLACED-OPER (WS-PLACE)
           IF WS-PLACE > 1
               MOVE WS-PLACE TO WS-FLAG-PLACE
               MOVE WS-PLACE-FLAG TO WS-DTL-FLAG
           END-IF
           IF NOT WS-TRNPLC-AVAIL OR WS-PLACINGS-PAID
               GO TO 3300-EXIT
           END-IF
           MOVE SPACES TO TP-PLACING-RECORD
           MOVE WS-ASK-TOURN-ID TO TP-TOURN-ID
           MOVE WS-PLACE TO TP-PLACE
           MOVE SW-OPERATOR-ID TO TP-OPERATOR-ID
           MOVE SW-SESSION-DATE TO TP-SESSION-DATE
           MOVE SW-RANK-EFF TO TP-RANK-SCORE
           MOVE WS-RANK-BASIS TO TP-RANK-BASIS
           MOVE TN-END-DATE TO TP-PLACED-DATE
           WRITE TP-PLACING-RECORD
               INVALID KEY
                   DISPLAY "GUESSTST - TRNPLC WRITE FAILED, STATUS "
                       WS-TRNPLC-STATUS
                   MOVE 8 TO WS-RC-COMPLETION
               NOT INVALID KEY
                   ADD 1 TO WS-PLC-WRITE-COUNT
           END-WRITE.
       3300-EXIT.
           EXIT.
      
       3310-CHECK-PLACED.
           IF WS-PLACED-OPER (WS-PLACE-SUB) = SW-OPERATOR-ID
               SET WS-PLACE-FOUND TO TRUE
           END-IF.
       3310-EXIT.
           EXIT.
      
      *****************************************************
004270*  8500-OPEN-RUNCTL - START THE RUN-CONTROL RECORD
004280*  FOR THIS RUN.  9999 MARKS A RUN STILL IN FLIGHT.
004290*****************************************************
004740         MOVE WS-HIST-READ-COUNT TO RC-READ-COUNT (1)
004750         MOVE "TSTOUT  " TO RC-FILE-DD (2)
004760         MOVE WS-RANK TO RC-WRITE-COUNT (2)
004762         MOVE "TRNPLC  " TO RC-FILE-DD (3)
004764         MOVE WS-PLC-WRITE-COUNT TO RC-WRITE-COUNT (3)
004770         MOVE WS-RC-COMPLETION TO RC-COMPLETION-CODE
004780         REWRITE RC-RUNCTL-RECORD
004790             INVALID KEY
004960     IF WS-OPERMST-AVAIL
004970         CLOSE OPERMST-FILE
004980     END-IF
004981     IF WS-ADJUD-AVAIL
004982         CLOSE ADJUD-FILE
004983     END-IF
004984     IF WS-HANDCAP-AVAIL
004985         CLOSE HANDCAP-FILE
004986     END-IF
004987     IF WS-TRNPLC-AVAIL
004988         CLOSE TRNPLC-FILE
004989     END-IF
004990     PERFORM 8600-FINISH-RUNCTL THRU 8600-EXIT.
005000 9000-EXIT.
005010     EXIT.
