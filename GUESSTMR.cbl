000360*                    SCOREHST SCAN EVERY RUN.  THE
000370*                    STANDINGS AND RANKING ARE
000380*                    UNCHANGED.
      *  10/15/2026  DL    PRINT EACH TEAM'S AVERAGE NET
      *                    SCORE - EFFICIENCY LESS EACH
      *                    OPERATOR'S HANDICAP OFF THE
      *                    HANDCAP FILE GUESSHCP BUILDS.
      *                    RANK=NET ON THE PARM BREAKS WIN
      *                    TIES ON THE AVERAGE NET SCORE;
      *                    RANK=GROSS (DEFAULT) KEEPS THE
      *                    AVERAGE EFFICIENCY TIE-BREAK.
      *  10/15/2026  DL    A HANDCAP OPEN FAILURE OTHER THAN
      *                    NOT-FOUND STOPS THE RUN.
000390*****************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000550         RECORD KEY IS TM-OPERATOR-ID
000560         FILE STATUS IS WS-TEAMMST-STATUS.
000570
000571     SELECT HANDCAP-FILE ASSIGN TO "HANDCAP"
000572         ORGANIZATION IS INDEXED
000573         ACCESS MODE IS DYNAMIC
000574         RECORD KEY IS HC-OPERATOR-ID
000575         FILE STATUS IS WS-HANDCAP-STATUS.
000576
000580     SELECT RPT-FILE ASSIGN TO "TMROUT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RPT-STATUS.
000750     LABEL RECORDS ARE STANDARD.
000760     COPY TEAMMR.
000770
000772 FD  HANDCAP-FILE
000774     LABEL RECORDS ARE STANDARD.
000776     COPY HCAPR.
000778
000780 FD  RPT-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 01  RPT-LINE                         PIC X(80).
000940 01  WS-DAYSUM-STATUS                 PIC X(02) VALUE SPACES.
000950 01  WS-TEAMMST-STATUS                PIC X(02) VALUE SPACES.
000960 01  WS-RPT-STATUS                    PIC X(02) VALUE SPACES.
000961 01  WS-HANDCAP-STATUS                PIC X(02) VALUE SPACES.
000962 01  WS-HANDCAP-AVAIL-SW              PIC X(01) VALUE "N".
000963     88  WS-HANDCAP-AVAIL                 VALUE "Y".
000964 01  WS-HANDICAP                      PIC 9(03)V99.
000965 01  WS-SUM-NET                       PIC 9(07)V99.
000966 01  WS-RANK-BASIS                    PIC X(05) VALUE "GROSS".
000967     88  WS-RANK-NET                      VALUE "NET".
000970
000980 01  WS-TODAY                         PIC 9(08).
000990 01  WS-TODAY-DISP                    PIC X(08).
001280         10  WS-TT-WK-TRIES           PIC 9(07) COMP.
001290         10  WS-TT-DAY-EFF            PIC 9(07)V99 COMP.
001300         10  WS-TT-WK-EFF             PIC 9(07)V99 COMP.
001302         10  WS-TT-DAY-NET            PIC 9(07)V99 COMP.
001304         10  WS-TT-WK-NET             PIC 9(07)V99 COMP.
001310         10  WS-TT-PRINTED-SW         PIC X(01).
001320
001330 01  WS-SEC-ROUNDS                    PIC 9(05).
001360 01  WS-SEC-AVG                       PIC 9(03)V9.
001370 01  WS-SEC-EFF                       PIC 9(07)V99.
001380 01  WS-SEC-AVG-EFF                   PIC 9(03)V99.
001382 01  WS-SEC-NET                       PIC 9(07)V99.
001384 01  WS-SEC-AVG-NET                   PIC 9(03)V99.
001386 01  WS-SEC-RANK-EFF                  PIC 9(03)V99.
001390 01  WS-BEST-WINS                     PIC 9(05).
001400 01  WS-BEST-AVG-EFF                  PIC 9(03)V99.
001410
001500     88  WS-SECTION-DAY                   VALUE "D".
001510     88  WS-SECTION-WEEK                  VALUE "W".
001520
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
      
001530 01  WS-HDR-1.
001540     05  FILLER                       PIC X(23)
001550         VALUE "GUESS TEAM STANDINGS - ".
001560     05  WS-HDR-DATE                  PIC X(08).
001570     05  FILLER                       PIC X(10)
001572         VALUE "  RANKED  ".
001574     05  WS-HDR-BASIS                 PIC X(05).
001576     05  FILLER                       PIC X(34) VALUE SPACES.
001580
001590 01  WS-HDR-DAY                       PIC X(80)
001600     VALUE "TODAY".
001730         VALUE "AVG TRY ".
001740     05  FILLER                       PIC X(08)
001750         VALUE "AVG EFF ".
001760     05  FILLER                       PIC X(09)
001762         VALUE " AVG NET ".
001764     05  FILLER                       PIC X(11)  VALUE SPACES.
001770
001780 01  WS-DETAIL-LINE.
001790     05  WS-DTL-RANK                  PIC ZZZZ9.
001870     05  WS-DTL-AVG                   PIC ZZ9.9.
001880     05  FILLER                       PIC X(03)  VALUE SPACES.
001890     05  WS-DTL-AVG-EFF               PIC ZZ9.99.
001900     05  FILLER                       PIC X(03)  VALUE SPACES.
001902     05  WS-DTL-AVG-NET               PIC ZZ9.99.
001904     05  FILLER                       PIC X(12)  VALUE SPACES.
001910
001920 LINKAGE SECTION.
001922 01  LK-PARM-LENGTH                   PIC S9(04) COMP.
001924 01  LK-PARM-TEXT                     PIC X(80).
001926
001928 PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-TEXT.
001930*****************************************************
001940*  0000-MAINLINE.
001950*****************************************************
001960 0000-MAINLINE.
001970     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001980     IF WS-RC-COMPLETION = 0
001990         PERFORM 2000-ACCUMULATE-HISTORY THRU 2000-EXIT
001992         PERFORM 3000-WRITE-REPORT THRU 3000-EXIT
001994     END-IF
002000     PERFORM 9000-TERMINATE THRU 9000-EXIT
002010     STOP RUN.
002020
002030*****************************************************
002040*  1000-INITIALIZE - PARM, DATES, WEEK NUMBER, FILES.
002050*****************************************************
002060 1000-INITIALIZE.
002070     PERFORM 8500-OPEN-RUNCTL THRU 8500-EXIT
002080     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002082     IF LK-PARM-LENGTH > 0
002084         PERFORM 1110-PARSE-PARM-STRING THRU 1110-EXIT
002086     END-IF
002088     MOVE WS-RANK-BASIS TO WS-HDR-BASIS
002090     MOVE WS-TODAY TO WS-TODAY-DISP WS-HDR-DATE
002100     COMPUTE WS-THIS-WEEK =
002110         FUNCTION INTEGER-OF-DATE(WS-TODAY) / 7
002130     OPEN INPUT TEAMMST-FILE
002140     IF WS-TEAMMST-STATUS = "00"
002150         SET WS-TEAMMST-AVAIL TO TRUE
           END-IF
           OPEN INPUT HANDCAP-FILE
           IF WS-HANDCAP-STATUS = "00"
               SET WS-HANDCAP-AVAIL TO TRUE
           ELSE
               IF WS-HANDCAP-STATUS NOT = "35"
                   DISPLAY "GUESSTMR - HANDCAP OPEN FAILED, STATUS "
                       WS-HANDCAP-STATUS
                   MOVE 8 TO WS-RC-COMPLETION
                   GO TO 1000-EXIT
               END-IF
002160     END-IF.
002170 1000-EXIT.
002180     EXIT.
002190
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
      
002200*****************************************************
002210*  2000-ACCUMULATE-HISTORY - ROLL EVERY DAILY SUMMARY
002220*  FOR TODAY OR THIS WEEK INTO THE TEAM TABLE.  ONE
002750     IF WS-FOUND-SUB = 0
002760         GO TO 2200-EXIT
002770     END-IF
002772     PERFORM 2500-SET-SUMMARY-NET THRU 2500-EXIT
002780     IF DS-SUMMARY-DATE = WS-TODAY-DISP
002790         ADD DS-ROUNDS TO WS-TT-DAY-ROUNDS (WS-FOUND-SUB)
002800         ADD DS-TOTAL-TRIES TO WS-TT-DAY-TRIES (WS-FOUND-SUB)
002810         ADD DS-TOTAL-EFF TO WS-TT-DAY-EFF (WS-FOUND-SUB)
002820         ADD DS-WINS TO WS-TT-DAY-WINS (WS-FOUND-SUB)
002822         ADD WS-SUM-NET TO WS-TT-DAY-NET (WS-FOUND-SUB)
002830     END-IF
002840     IF WS-REC-WEEK = WS-THIS-WEEK
002850         ADD DS-ROUNDS TO WS-TT-WK-ROUNDS (WS-FOUND-SUB)
002860         ADD DS-TOTAL-TRIES TO WS-TT-WK-TRIES (WS-FOUND-SUB)
002870         ADD DS-TOTAL-EFF TO WS-TT-WK-EFF (WS-FOUND-SUB)
002880         ADD DS-WINS TO WS-TT-WK-WINS (WS-FOUND-SUB)
002882         ADD WS-SUM-NET TO WS-TT-WK-NET (WS-FOUND-SUB)
002890     END-IF.
002900 2200-EXIT.
002910     EXIT.
003380             MOVE 0 TO WS-TT-WK-TRIES (WS-FOUND-SUB)
003390             MOVE 0 TO WS-TT-DAY-EFF (WS-FOUND-SUB)
003400             MOVE 0 TO WS-TT-WK-EFF (WS-FOUND-SUB)
003402             MOVE 0 TO WS-TT-DAY-NET (WS-FOUND-SUB)
003404             MOVE 0 TO WS-TT-WK-NET (WS-FOUND-SUB)
003410         END-IF
003420     END-IF.
003430 2400-EXIT.
003500 2410-EXIT.
003510     EXIT.
003520
      *****************************************************
      *  2500-SET-SUMMARY-NET - THE SUMMARY'S TOTAL
      *  EFFICIENCY LESS THE OPERATOR'S HANDICAP ONCE PER
      *  ROUND, NEVER BELOW ZERO.  NO HANDICAP ON FILE
      *  LEAVES NET EQUAL TO GROSS.
      *****************************************************
       2500-SET-SUMMARY-NET.
           MOVE 0 TO WS-HANDICAP
           IF WS-HANDCAP-AVAIL
               MOVE DS-OPERATOR-ID TO HC-OPERATOR-ID
               READ HANDCAP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE HC-HANDICAP TO WS-HANDICAP
               END-READ
           END-IF
           IF WS-HANDICAP * DS-ROUNDS > DS-TOTAL-EFF
               MOVE 0 TO WS-SUM-NET
           ELSE
               COMPUTE WS-SUM-NET =
                   DS-TOTAL-EFF - WS-HANDICAP * DS-ROUNDS
           END-IF.
       2500-EXIT.
           EXIT.
      
003530
003540*****************************************************
003550*  3000-WRITE-REPORT - HEADINGS, THEN THE RANKED DAY
003790*****************************************************
003800*  3100-WRITE-SECTION - RANK THE TEAMS WITH ROUNDS IN
003810*  THE SECTION, MOST WINS FIRST, LOWEST AVERAGE
003820*  EFFICIENCY SCORE (AVERAGE NET SCORE WHEN RANKING
003822*  NET) BREAKING TIES.
003830*****************************************************
003840 3100-WRITE-SECTION.
003850     MOVE 0 TO WS-PRINT-RANK
004310     IF WS-SEC-ROUNDS = 0
004320         GO TO 3210-EXIT
004330     END-IF
004340     IF WS-RANK-NET
004350         COMPUTE WS-SEC-RANK-EFF ROUNDED =
004351             WS-SEC-NET / WS-SEC-ROUNDS
004352     ELSE
004353         COMPUTE WS-SEC-RANK-EFF ROUNDED =
004354             WS-SEC-EFF / WS-SEC-ROUNDS
004355     END-IF
004360     IF WS-BEST-SUB = 0
004370             OR WS-SEC-WINS > WS-BEST-WINS
004380             OR (WS-SEC-WINS = WS-BEST-WINS
004390                 AND WS-SEC-RANK-EFF < WS-BEST-AVG-EFF)
004400         MOVE WS-TEAM-SUB TO WS-BEST-SUB
004410         MOVE WS-SEC-WINS TO WS-BEST-WINS
004420         MOVE WS-SEC-RANK-EFF TO WS-BEST-AVG-EFF
004430     END-IF.
004440 3210-EXIT.
004450     EXIT.
004540         MOVE WS-TT-DAY-WINS (WS-TEAM-SUB) TO WS-SEC-WINS
004550         MOVE WS-TT-DAY-TRIES (WS-TEAM-SUB) TO WS-SEC-TRIES
004560         MOVE WS-TT-DAY-EFF (WS-TEAM-SUB) TO WS-SEC-EFF
004562         MOVE WS-TT-DAY-NET (WS-TEAM-SUB) TO WS-SEC-NET
004570     ELSE
004580         MOVE WS-TT-WK-ROUNDS (WS-TEAM-SUB) TO WS-SEC-ROUNDS
004590         MOVE WS-TT-WK-WINS (WS-TEAM-SUB) TO WS-SEC-WINS
004600         MOVE WS-TT-WK-TRIES (WS-TEAM-SUB) TO WS-SEC-TRIES
004610         MOVE WS-TT-WK-EFF (WS-TEAM-SUB) TO WS-SEC-EFF
004612         MOVE WS-TT-WK-NET (WS-TEAM-SUB) TO WS-SEC-NET
004620     END-IF.
004630 3220-EXIT.
004640     EXIT.
004730         WS-SEC-TRIES / WS-SEC-ROUNDS
004740     COMPUTE WS-SEC-AVG-EFF ROUNDED =
004750         WS-SEC-EFF / WS-SEC-ROUNDS
004752     COMPUTE WS-SEC-AVG-NET ROUNDED =
004754         WS-SEC-NET / WS-SEC-ROUNDS
004760     MOVE WS-PRINT-RANK TO WS-DTL-RANK
004770     MOVE WS-TT-TEAM-NAME (WS-BEST-SUB) TO WS-DTL-TEAM
004780     MOVE WS-SEC-ROUNDS TO WS-DTL-ROUNDS
004790     MOVE WS-SEC-WINS TO WS-DTL-WINS
004800     MOVE WS-SEC-AVG TO WS-DTL-AVG
004810     MOVE WS-SEC-AVG-EFF TO WS-DTL-AVG-EFF
004812     MOVE WS-SEC-AVG-NET TO WS-DTL-AVG-NET
004820     WRITE RPT-LINE FROM WS-DETAIL-LINE
004830     ADD 1 TO WS-LINES-PRINTED.
004840 3300-EXIT.
005540     IF WS-TEAMMST-AVAIL
005550         CLOSE TEAMMST-FILE
005560     END-IF
005562     IF WS-HANDCAP-AVAIL
005564         CLOSE HANDCAP-FILE
005566     END-IF
005570     PERFORM 8600-FINISH-RUNCTL THRU 8600-EXIT.
005580 9000-EXIT.
005590     EXIT.
