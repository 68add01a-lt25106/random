000370*                    THEIR SHIFT'S BOARD.  ROUNDS
000380*                    RECORDED BEFORE THE STAMP FALL
000390*                    BACK TO THE SESSION DATE.
      *  10/15/2026  DL    LEAVE OFF ANY ROUND A SHIFT LEAD
      *                    HAS RULED VOID ON THE ADJUD FILE.
      *  10/15/2026  DL    PRINT A NET SCORE - EFFICIENCY
      *                    LESS THE OPERATOR'S HANDICAP OFF
      *                    THE HANDCAP FILE GUESSHCP BUILDS.
      *                    RANK=NET ON THE PARM RANKS ON THE
      *                    NET SCORE; RANK=GROSS (DEFAULT)
      *                    KEEPS THE EFFICIENCY RANKING.
      *  10/15/2026  DL    AN ADJUD OPEN FAILURE STOPS THE RUN.
      *  10/15/2026  DL    A HANDCAP OPEN FAILURE OTHER THAN
      *                    NOT-FOUND STOPS THE RUN.
000400*****************************************************
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000580         RECORD KEY IS OP-OPERATOR-ID
000590         FILE STATUS IS WS-OPERMST-STATUS.
000600
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
      
000610     SELECT RPT-FILE ASSIGN TO "RPTOUT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-RPT-STATUS.
000760 
000770 SD  SORT-WORK-FILE.
000780 01  SW-SORT-RECORD.
000782     05  SW-RANK-EFF                  PIC 9(03)V99.
000790     05  SW-EFF                       PIC 9(03)V99.
000800     05  SW-TRIES                     PIC 9(05).
000810     05  SW-OPERATOR-ID                PIC X(08).
000820     05  SW-ANS                       PIC 9(05).
000822     05  SW-NET-EFF                   PIC 9(03)V99.
000830 
000840 FD  OPERMST-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY OPERMR.
000870
000871 FD  ADJUD-FILE
000872     LABEL RECORDS ARE STANDARD.
000873     COPY ADJUDR.
000874
000875 FD  HANDCAP-FILE
000876     LABEL RECORDS ARE STANDARD.
000877     COPY HCAPR.
000878
000880 FD  RPT-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 01  RPT-LINE                         PIC X(80).
001050 01  WS-OPERMST-STATUS                PIC X(02) VALUE SPACES.
001060 01  WS-OPERMST-AVAIL-SW              PIC X(01) VALUE "N".
001070     88  WS-OPERMST-AVAIL                 VALUE "Y".
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
001080 01  WS-OPER-NAME                     PIC X(20).
001090 01  WS-FOOTER-LINE.
001100     05  FILLER                       PIC X(22)
001190 01  WS-EOF-SW                        PIC X(01) VALUE "N".
001200     88  WS-EOF                           VALUE "Y".
001210 
       01  WS-PARM-TOKENS.
           05  WS-PARM-TOKEN-1                  PIC X(20).
           05  WS-PARM-TOKEN-2                  PIC X(20).
           05  WS-PARM-TOKEN-3                  PIC X(20).
           05  WS-PARM-TOKEN-4                  PIC X(20).
           05  WS-PARM-TOKEN-5                  PIC X(20).
       01  WS-PARM-TOKEN-TBL REDEFINES WS-PARM-TOKENS.
           05  WS-PARM-TOKEN                    PIC X(20)
                                                 OCCURS 5 TIMES.
       01  WS-TOKEN-SUB                     PIC 9(01) COMP.
       01  WS-PARM-ONE-TOKEN                PIC X(20).
       01  WS-PARM-KEY                      PIC X(10).
       01  WS-PARM-VALUE                    PIC X(10).
      
001220 01  WS-HDR-1.
001230     05  FILLER                       PIC X(26)
001240         VALUE "GUESS DAILY LEADERBOARD - ".
001250     05  WS-HDR-DATE                  PIC X(08).
001260     05  FILLER                       PIC X(10)
001262         VALUE "  RANKED  ".
001264     05  WS-HDR-BASIS                 PIC X(05).
001266     05  FILLER                       PIC X(31) VALUE SPACES.
001270 
001280 01  WS-HDR-2.
001290     05  FILLER                       PIC X(06)  VALUE "RANK  ".
001330         VALUE "TRIES   ".
001340     05  FILLER                       PIC X(08)
001350         VALUE "EFF     ".
001360     05  FILLER                       PIC X(08)
001362         VALUE "NET     ".
001364     05  FILLER                       PIC X(28)  VALUE SPACES.
001370 
001380 01  WS-DETAIL-LINE.
001390     05  WS-DTL-RANK                  PIC ZZZZ9.
001430     05  WS-DTL-TRIES                 PIC ZZZZ9.
001440     05  FILLER                       PIC X(02)  VALUE SPACES.
001450     05  WS-DTL-EFF                   PIC ZZ9.99.
001460     05  FILLER                       PIC X(02)  VALUE SPACES.
001462     05  WS-DTL-NET                   PIC ZZ9.99.
001464     05  FILLER                       PIC X(30)  VALUE SPACES.
001470 
001480 LINKAGE SECTION.
001482 01  LK-PARM-LENGTH                   PIC S9(04) COMP.
001484 01  LK-PARM-TEXT                     PIC X(80).
001486
001488 PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-TEXT.
001490*****************************************************
001500*  0000-MAINLINE.
001510*****************************************************
001520 0000-MAINLINE.
001530     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001540     SORT SORT-WORK-FILE
001550         ON ASCENDING KEY SW-RANK-EFF
001560         INPUT PROCEDURE IS 2000-BUILD-SORT-FILE THRU 2000-EXIT
001570         OUTPUT PROCEDURE IS 3000-WRITE-REPORT THRU 3000-EXIT
001580     PERFORM 9000-TERMINATE THRU 9000-EXIT
001590     STOP RUN.
001600 
001610*****************************************************
001620*  1000-INITIALIZE - PARSE THE PARM, OPEN THE REPORT
001630*  FILE AND BUILD THE HEADING LINES.
001640*****************************************************
001650 1000-INITIALIZE.
001660     PERFORM 8500-OPEN-RUNCTL THRU 8500-EXIT
001670     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001672     IF LK-PARM-LENGTH > 0
001674         PERFORM 1110-PARSE-PARM-STRING THRU 1110-EXIT
001676     END-IF
001680     MOVE WS-TODAY TO WS-HDR-DATE
001682     MOVE WS-RANK-BASIS TO WS-HDR-BASIS
001690     OPEN OUTPUT RPT-FILE
001700     OPEN INPUT OPERMST-FILE
001710     IF WS-OPERMST-STATUS = "00"
001720         SET WS-OPERMST-AVAIL TO TRUE
           END-IF
           OPEN INPUT ADJUD-FILE
           IF WS-ADJUD-STATUS = "00"
               SET WS-ADJUD-AVAIL TO TRUE
           ELSE
               IF WS-ADJUD-STATUS NOT = "35"
                   DISPLAY "GUESSRPT - ADJUD OPEN FAILED, STATUS "
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
                   DISPLAY "GUESSRPT - HANDCAP OPEN FAILED, STATUS "
                       WS-HANDCAP-STATUS
                   MOVE 8 TO WS-RC-COMPLETION
                   SET WS-EOF TO TRUE
                   GO TO 1000-EXIT
               END-IF
001730     END-IF.
001740 1000-EXIT.
001750     EXIT.
001760 
       1110-PARSE-PARM-STRING.
           UNSTRING LK-PARM-TEXT (1:LK-PARM-LENGTH) DELIMITED BY ","
               INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
                    WS-PARM-TOKEN-3 WS-PARM-TOKEN-4
                    WS-PARM-TOKEN-5
           PERFORM 1111-APPLY-TOKEN THRU 1111-EXIT
               VARYING WS-TOKEN-SUB FROM 1 BY 1
               UNTIL WS-TOKEN-SUB > 5.
       1110-EXIT.
           EXIT.
      
       1111-APPLY-TOKEN.
           MOVE WS-PARM-TOKEN (WS-TOKEN-SUB) TO WS-PARM-ONE-TOKEN
           UNSTRING WS-PARM-ONE-TOKEN DELIMITED BY "="
               INTO WS-PARM-KEY WS-PARM-VALUE
           EVALUATE WS-PARM-KEY
               WHEN "RANK"
                   MOVE WS-PARM-VALUE (1:5) TO WS-RANK-BASIS
                   IF NOT WS-RANK-NET
                       MOVE "GROSS" TO WS-RANK-BASIS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1111-EXIT.
           EXIT.
       
001770*****************************************************
001780*  2000-BUILD-SORT-FILE - RELEASE TODAY'S HISTORY
001790*  RECORDS TO THE SORT.
002090         END-IF
002100         IF WS-REC-BUS-DATE = WS-TODAY
002110                 AND SH-OUTCOME-WIN
002120             PERFORM 2150-CHECK-RULING THRU 2150-EXIT
002130             IF NOT WS-ROUND-VOID
002140                 MOVE SH-TRIES TO SW-TRIES
002150                 PERFORM 2200-SET-EFFICIENCY THRU 2200-EXIT
002160                 MOVE SH-OPERATOR-ID TO SW-OPERATOR-ID
002162                 MOVE SH-ANS TO SW-ANS
002164                 PERFORM 2300-SET-NET-SCORE THRU 2300-EXIT
002166                 RELEASE SW-SORT-RECORD
002168             END-IF
002170         END-IF
002180     END-IF.
002190 2100-EXIT.
002200     EXIT.
002210
002220*****************************************************
      *  2150-CHECK-RULING - A ROUND RULED VOID ON THE
      *  ADJUD FILE IS STRUCK FROM THE BOARD.  A PENDING
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
002230*  2200-SET-EFFICIENCY - STORED SCORE WHEN THE ROUND
002240*  HAS ONE, OTHERWISE RECOMPUTED FROM THE RANGE AND
002250*  TRIES (ROUNDS RECORDED BEFORE THE FIELD EXISTED).
002520     EXIT.
002530 
002540*****************************************************
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
002550*  3000-WRITE-REPORT - PRINT THE HEADINGS THEN THE
002560*  RANKED DETAIL LINES, LOWEST EFFICIENCY SCORE
002570*  (CLOSEST TO THE IDEAL HALVING STRATEGY) FIRST -
002572*  THE NET SCORE WHEN RANKING NET.
002580*****************************************************
002590 3000-WRITE-REPORT.
002600     WRITE RPT-LINE FROM WS-HDR-1
002820         MOVE WS-OPER-NAME TO WS-DTL-OPERATOR
002830         MOVE SW-TRIES TO WS-DTL-TRIES
002840         MOVE SW-EFF TO WS-DTL-EFF
002842         MOVE SW-NET-EFF TO WS-DTL-NET
002850         WRITE RPT-LINE FROM WS-DETAIL-LINE
002860     END-IF.
002870 3100-EXIT.
003850     IF WS-OPERMST-AVAIL
003860         CLOSE OPERMST-FILE
003870     END-IF
003871     IF WS-ADJUD-AVAIL
003872         CLOSE ADJUD-FILE
003873     END-IF
003874     IF WS-HANDCAP-AVAIL
003875         CLOSE HANDCAP-FILE
003876     END-IF
003880     PERFORM 8600-FINISH-RUNCTL THRU 8600-EXIT.
003890 9000-EXIT.
003900     EXIT.
