000010*****************************************************
000020*  IDENTIFICATION DIVISION.
000030*****************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. GUESSCOA.
000060 AUTHOR. D. LARKSPUR.
000070 INSTALLATION. FLOOR OPERATIONS - SHIFT SYSTEMS.
000080 DATE-WRITTEN. 10/15/2026.
000090 DATE-COMPILED.
000100*****************************************************
000110*  MODIFICATION HISTORY.
000120*  DATE        BY    DESCRIPTION
000130*  ----------  ----  ------------------------------
000140*  10/15/2026  DL    ORIGINAL VERSION - GUESS-
000150*                    STRATEGY COACHING REPORT OFF THE
000160*                    AUDIT TRAIL.  WALKS EACH ROUND
000170*                    GUESS BY GUESS, NARROWING THE
000180*                    BOUNDS ON EVERY TOO HIGH/TOO LOW
000190*                    VERDICT, AND COUNTS WASTED
000200*                    GUESSES (OUTSIDE BOUNDS ALREADY
000210*                    RULED OUT) AND REPEATED GUESSES,
000220*                    AND HOW FAR EACH GUESS LANDED
000230*                    FROM THE IDEAL HALVING MIDPOINT.
000240*                    ONE HABITS LINE PER OPERATOR FOR
000250*                    FROM=/TO= (DEFAULT THE LAST 30
000260*                    DAYS), THEN THE MOST-IMPROVED
000270*                    OPERATORS, EARLY PART OF THE
000280*                    RANGE AGAINST THE LATE PART
000290*                    (SPLIT= DATE, DEFAULT MID-RANGE).
000300*****************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT AUDIT-FILE ASSIGN TO "AUDIT"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS AU-AUDIT-KEY
000410         FILE STATUS IS WS-AUDIT-STATUS.
000420
000430     SELECT SCOREHST-FILE ASSIGN TO "SCOREHST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS SH-HIST-KEY
000470         FILE STATUS IS WS-SCOREHST-STATUS.
000480
000490     SELECT OPERMST-FILE ASSIGN TO "OPERMST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS OP-OPERATOR-ID
000530         FILE STATUS IS WS-OPERMST-STATUS.
000540
000550     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK05".
000560
000570     SELECT COA-FILE ASSIGN TO "COAOUT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-COA-STATUS.
000600
000610     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS RC-RUNCTL-KEY
000650         FILE STATUS IS WS-RUNCTL-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  AUDIT-FILE
000700     LABEL RECORDS ARE STANDARD.
000710     COPY AUDITR.
000720
000730 FD  SCOREHST-FILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY SCOREHR.
000760
000770 FD  OPERMST-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY OPERMR.
000800
000810 SD  SORT-WORK-FILE.
000820 01  SW-SORT-RECORD.
000830     05  SW-IMPROVE                   PIC S9(04)V9.
000840     05  SW-OPERATOR-ID               PIC X(08).
000850     05  SW-EARLY-WASTE               PIC 9(03)V9.
000860     05  SW-LATE-WASTE                PIC 9(03)V9.
000870     05  SW-EARLY-DEV                 PIC 9(03)V9.
000880     05  SW-LATE-DEV                  PIC 9(03)V9.
000890
000900 FD  COA-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 01  COA-LINE                         PIC X(80).
000930
000940 FD  RUNCTL-FILE
000950     LABEL RECORDS ARE STANDARD.
000960     COPY RUNCTLR.
000970
000980 WORKING-STORAGE SECTION.
000990 01  WS-RUNCTL-STATUS                 PIC X(02) VALUE SPACES.
001000 01  WS-RUNCTL-AVAIL-SW               PIC X(01) VALUE "N".
001010     88  WS-RUNCTL-AVAIL                  VALUE "Y".
001020 01  WS-RC-COMPLETION                 PIC 9(04) VALUE 0.
001030 01  WS-RC-SLOT                       PIC 9(01) COMP.
001040 01  WS-AUDIT-STATUS                  PIC X(02) VALUE SPACES.
001050 01  WS-SCOREHST-STATUS               PIC X(02) VALUE SPACES.
001060 01  WS-OPERMST-STATUS                PIC X(02) VALUE SPACES.
001070 01  WS-COA-STATUS                    PIC X(02) VALUE SPACES.
001080 01  WS-SCOREHST-AVAIL-SW             PIC X(01) VALUE "N".
001090     88  WS-SCOREHST-AVAIL                VALUE "Y".
001100 01  WS-OPERMST-AVAIL-SW              PIC X(01) VALUE "N".
001110     88  WS-OPERMST-AVAIL                 VALUE "Y".
001120
001130 01  WS-TODAY                         PIC 9(08).
001140 01  WS-FROM-DATE                     PIC 9(08) VALUE 0.
001150 01  WS-TO-DATE                       PIC 9(08) VALUE 0.
001160 01  WS-SPLIT-DATE                    PIC 9(08) VALUE 0.
001170 01  WS-MIN-ROUNDS                    PIC 9(05) VALUE 3.
001180
001190 01  WS-AUDIT-EOF-SW                  PIC X(01) VALUE "N".
001200     88  WS-AUDIT-EOF                     VALUE "Y".
001210 01  WS-SORT-EOF-SW                   PIC X(01) VALUE "N".
001220     88  WS-SORT-EOF                      VALUE "Y".
001230
001240 01  WS-AUD-READ-COUNT                PIC 9(07) VALUE 0.
001250 01  WS-HST-READ-COUNT                PIC 9(07) VALUE 0.
001260 01  WS-LINE-COUNT                    PIC 9(07) VALUE 0.
001270 01  WS-OPERATOR-COUNT                PIC 9(05) VALUE 0.
001280 01  WS-RANK                          PIC 9(05) VALUE 0.
001290
001300 01  WS-CUR-KEY.
001310     05  WS-CUR-OPERATOR              PIC X(08).
001320     05  WS-CUR-DATE                  PIC 9(08).
001330     05  WS-CUR-TIME                  PIC 9(08).
001340     05  WS-CUR-TERMINAL              PIC X(08).
001350 01  WS-IN-SESSION-SW                 PIC X(01) VALUE "N".
001360     88  WS-IN-SESSION                    VALUE "Y".
001370 01  WS-IN-OPERATOR-SW                PIC X(01) VALUE "N".
001380     88  WS-IN-OPERATOR                   VALUE "Y".
001390
001400*    PER-ROUND STATE.  THE BOUNDS START AT THE ROUND'S
001410*    RANGE OFF SCOREHST (WIDE OPEN WHEN THE ROUND IS
001420*    NOT THERE) AND CLOSE IN ON EVERY VERDICT.  THE
001430*    MIDPOINT IS ONLY MEASURED WHEN THE RANGE IS KNOWN.
001440 01  WS-RND-PERIOD                    PIC 9(01) COMP.
001450 01  WS-RND-LOW                       PIC S9(06).
001460 01  WS-RND-HIGH                      PIC S9(06).
001470 01  WS-RND-RANGE-SW                  PIC X(01).
001480     88  WS-RND-RANGE-KNOWN               VALUE "Y".
001490 01  WS-RND-REPEAT-SW                 PIC X(01).
001500     88  WS-RND-REPEAT                    VALUE "Y".
001510 01  WS-RND-GUESS-MAX                 PIC 9(03) COMP VALUE 100.
001520 01  WS-RND-GUESS-COUNT               PIC 9(03) COMP.
001530 01  WS-RND-GUESS-SUB                 PIC 9(03) COMP.
001540 01  WS-RND-GUESS-TABLE.
001550     05  WS-RND-GUESS                 PIC 9(05)
001560                                       OCCURS 100 TIMES.
001570 01  WS-MIDPOINT                      PIC S9(06).
001580 01  WS-MID-DISTANCE                  PIC S9(06).
001590 01  WS-MID-DEV-PCT                   PIC 9(03)V99.
001600
001610*    PER-OPERATOR ACCUMULATORS, ONE SET FOR THE EARLY
001620*    PART OF THE RANGE AND ONE FOR THE LATE PART.
001630 01  WS-OPER-TOTALS.
001640     05  WS-OPER-PERIOD OCCURS 2 TIMES.
001650         10  WS-OT-ROUNDS             PIC 9(05).
001660         10  WS-OT-GUESSES            PIC 9(07).
001670         10  WS-OT-WASTED             PIC 9(07).
001680         10  WS-OT-REPEATS            PIC 9(07).
001690         10  WS-OT-DEV-SUM            PIC 9(09)V99.
001700         10  WS-OT-DEV-COUNT          PIC 9(07).
001710 01  WS-PERIOD-SUB                    PIC 9(01) COMP.
001720
001730 01  WS-FLOOR-ROUNDS                  PIC 9(07) VALUE 0.
001740 01  WS-FLOOR-GUESSES                 PIC 9(07) VALUE 0.
001750 01  WS-FLOOR-WASTED                  PIC 9(07) VALUE 0.
001760 01  WS-FLOOR-REPEATS                 PIC 9(07) VALUE 0.
001770
001780 01  WS-CALC-GUESSES                  PIC 9(07).
001790 01  WS-CALC-BAD                      PIC 9(07).
001800 01  WS-CALC-DEV-SUM                  PIC 9(09)V99.
001810 01  WS-CALC-DEV-COUNT                PIC 9(07).
001820 01  WS-CALC-WASTE-PCT                PIC 9(03)V9.
001830 01  WS-CALC-DEV-PCT                  PIC 9(03)V9.
001840 01  WS-EARLY-WASTE-PCT               PIC 9(03)V9.
001850 01  WS-EARLY-DEV-PCT                 PIC 9(03)V9.
001860
001870 01  WS-OPER-NAME                     PIC X(20).
001880
001890 01  WS-PARM-TOKENS.
001900     05  WS-PARM-TOKEN-1                  PIC X(20).
001910     05  WS-PARM-TOKEN-2                  PIC X(20).
001920     05  WS-PARM-TOKEN-3                  PIC X(20).
001930     05  WS-PARM-TOKEN-4                  PIC X(20).
001940     05  WS-PARM-TOKEN-5                  PIC X(20).
001950 01  WS-PARM-TOKEN-TBL REDEFINES WS-PARM-TOKENS.
001960     05  WS-PARM-TOKEN                    PIC X(20)
001970                                           OCCURS 5 TIMES.
001980 01  WS-TOKEN-SUB                     PIC 9(01) COMP.
001990 01  WS-PARM-ONE-TOKEN                PIC X(20).
002000 01  WS-PARM-KEY                      PIC X(10).
002010 01  WS-PARM-VALUE                    PIC X(10).
002020
002030 01  WS-HDR-1.
002040     05  FILLER                       PIC X(29)
002050         VALUE "GUESS COACHING REPORT - FROM ".
002060     05  WS-HDR-FROM                  PIC 9(08).
002070     05  FILLER                       PIC X(04) VALUE " TO ".
002080     05  WS-HDR-TO                    PIC 9(08).
002090     05  FILLER                       PIC X(31) VALUE SPACES.
002100
002110 01  WS-HDR-2.
002120     05  FILLER                       PIC X(22)
002130         VALUE "OPERATOR              ".
002140     05  FILLER                       PIC X(40)
002150         VALUE "ROUNDS  GUESSES  WASTED  REPEAT  WASTE% ".
002160     05  FILLER                       PIC X(18)
002170         VALUE " MIDDEV%".
002180
002190 01  WS-HABIT-LINE.
002200     05  WS-HL-OPERATOR               PIC X(20).
002210     05  FILLER                       PIC X(02) VALUE SPACES.
002220     05  WS-HL-ROUNDS                 PIC ZZZZZ9.
002230     05  FILLER                       PIC X(02) VALUE SPACES.
002240     05  WS-HL-GUESSES                PIC ZZZZZZ9.
002250     05  FILLER                       PIC X(02) VALUE SPACES.
002260     05  WS-HL-WASTED                 PIC ZZZZZ9.
002270     05  FILLER                       PIC X(02) VALUE SPACES.
002280     05  WS-HL-REPEATS                PIC ZZZZZ9.
002290     05  FILLER                       PIC X(02) VALUE SPACES.
002300     05  WS-HL-WASTE-PCT              PIC ZZZ9.9.
002310     05  FILLER                       PIC X(03) VALUE SPACES.
002320     05  WS-HL-DEV-PCT                PIC ZZZ9.9.
002330     05  FILLER                       PIC X(10) VALUE SPACES.
002340
002350 01  WS-FLOOR-LINE.
002360     05  FILLER                       PIC X(22)
002370         VALUE "FLOOR TOTAL           ".
002380     05  WS-FT-ROUNDS                 PIC ZZZZZ9.
002390     05  FILLER                       PIC X(02) VALUE SPACES.
002400     05  WS-FT-GUESSES                PIC ZZZZZZ9.
002410     05  FILLER                       PIC X(02) VALUE SPACES.
002420     05  WS-FT-WASTED                 PIC ZZZZZ9.
002430     05  FILLER                       PIC X(02) VALUE SPACES.
002440     05  WS-FT-REPEATS                PIC ZZZZZ9.
002450     05  FILLER                       PIC X(27) VALUE SPACES.
002460
002470 01  WS-RANK-HDR-1.
002480     05  FILLER                       PIC X(28)
002490         VALUE "MOST IMPROVED - EARLY FROM  ".
002500     05  WS-RH-FROM                   PIC 9(08).
002510     05  FILLER                       PIC X(13)
002520         VALUE ", LATE FROM  ".
002530     05  WS-RH-SPLIT                  PIC 9(08).
002540     05  FILLER                       PIC X(06)
002550         VALUE ", MIN ".
002560     05  WS-RH-MIN                    PIC ZZZZ9.
002570     05  FILLER                       PIC X(12)
002580         VALUE " ROUNDS EACH".
002590
002600 01  WS-RANK-HDR-2.
002610     05  FILLER                       PIC X(28)
002620         VALUE "RANK  OPERATOR              ".
002630     05  FILLER                       PIC X(40)
002640         VALUE "EARLY   LATE     EARLY   LATE    IMPROVE".
002650     05  FILLER                       PIC X(12) VALUE SPACES.
002660
002670 01  WS-RANK-HDR-3.
002680     05  FILLER                       PIC X(28) VALUE SPACES.
002690     05  FILLER                       PIC X(40)
002700         VALUE "WASTE%  WASTE%   DEV%    DEV%    POINTS".
002710     05  FILLER                       PIC X(12) VALUE SPACES.
002720
002730 01  WS-RANK-LINE.
002740     05  WS-RL-RANK                   PIC ZZZ9.
002750     05  FILLER                       PIC X(02) VALUE SPACES.
002760     05  WS-RL-OPERATOR               PIC X(20).
002770     05  FILLER                       PIC X(02) VALUE SPACES.
002780     05  WS-RL-EARLY-WASTE            PIC ZZ9.9.
002790     05  FILLER                       PIC X(03) VALUE SPACES.
002800     05  WS-RL-LATE-WASTE             PIC ZZ9.9.
002810     05  FILLER                       PIC X(04) VALUE SPACES.
002820     05  WS-RL-EARLY-DEV              PIC ZZ9.9.
002830     05  FILLER                       PIC X(03) VALUE SPACES.
002840     05  WS-RL-LATE-DEV               PIC ZZ9.9.
002850     05  FILLER                       PIC X(03) VALUE SPACES.
002860     05  WS-RL-IMPROVE                PIC -ZZZ9.9.
002870     05  FILLER                       PIC X(12) VALUE SPACES.
002880
002890 LINKAGE SECTION.
002900 01  LK-PARM-LENGTH                   PIC S9(04) COMP.
002910 01  LK-PARM-TEXT                     PIC X(80).
002920
002930 PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-TEXT.
002940*****************************************************
002950*  0000-MAINLINE.
002960*****************************************************
002970 0000-MAINLINE.
002980     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002990     SORT SORT-WORK-FILE
003000         ON DESCENDING KEY SW-IMPROVE
003010         INPUT PROCEDURE IS 2000-SCAN-AUDIT THRU 2000-EXIT
003020         OUTPUT PROCEDURE IS 5000-WRITE-RANKING THRU 5000-EXIT
003030     PERFORM 9000-TERMINATE THRU 9000-EXIT
003040     STOP RUN.
003050
003060*****************************************************
003070*  1000-INITIALIZE - PARSE THE PARM, SETTLE THE DATE
003080*  RANGE AND THE SPLIT DATE, AND OPEN THE REPORT.
003090*  THE RANGE DEFAULTS TO THE 30 DAYS ENDING TODAY;
003100*  THE SPLIT DEFAULTS TO THE MIDDLE OF THE RANGE.
003110*****************************************************
003120 1000-INITIALIZE.
003130     PERFORM 8500-OPEN-RUNCTL THRU 8500-EXIT
003140     ACCEPT WS-TODAY FROM DATE YYYYMMDD
003150     IF LK-PARM-LENGTH > 0
003160         PERFORM 1110-PARSE-PARM-STRING THRU 1110-EXIT
003170     END-IF
003180     IF WS-TO-DATE = 0
003190         MOVE WS-TODAY TO WS-TO-DATE
003200     END-IF
003210     IF WS-FROM-DATE = 0
003220         COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
003230             (FUNCTION INTEGER-OF-DATE(WS-TO-DATE) - 29)
003240     END-IF
003250     IF WS-SPLIT-DATE NOT > WS-FROM-DATE
003260         OR WS-SPLIT-DATE > WS-TO-DATE
003270         COMPUTE WS-SPLIT-DATE = FUNCTION DATE-OF-INTEGER
003280             ((FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
003290             + FUNCTION INTEGER-OF-DATE(WS-TO-DATE) + 1) / 2)
003300     END-IF
003310     IF WS-MIN-ROUNDS = 0
003320         MOVE 1 TO WS-MIN-ROUNDS
003330     END-IF
003340     OPEN OUTPUT COA-FILE
003350     MOVE WS-FROM-DATE TO WS-HDR-FROM
003360     MOVE WS-TO-DATE TO WS-HDR-TO
003370     WRITE COA-LINE FROM WS-HDR-1
003380     MOVE SPACES TO COA-LINE
003390     WRITE COA-LINE
003400     WRITE COA-LINE FROM WS-HDR-2
003410     OPEN INPUT OPERMST-FILE
003420     IF WS-OPERMST-STATUS = "00"
003430         SET WS-OPERMST-AVAIL TO TRUE
003440     END-IF.
003450 1000-EXIT.
003460     EXIT.
003470
003480 1110-PARSE-PARM-STRING.
003490     UNSTRING LK-PARM-TEXT (1:LK-PARM-LENGTH) DELIMITED BY ","
003500         INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
003510              WS-PARM-TOKEN-3 WS-PARM-TOKEN-4
003520              WS-PARM-TOKEN-5
003530     PERFORM 1111-APPLY-TOKEN THRU 1111-EXIT
003540         VARYING WS-TOKEN-SUB FROM 1 BY 1
003550         UNTIL WS-TOKEN-SUB > 5.
003560 1110-EXIT.
003570     EXIT.
003580
003590 1111-APPLY-TOKEN.
003600     MOVE WS-PARM-TOKEN (WS-TOKEN-SUB) TO WS-PARM-ONE-TOKEN
003610     UNSTRING WS-PARM-ONE-TOKEN DELIMITED BY "="
003620         INTO WS-PARM-KEY WS-PARM-VALUE
003630     EVALUATE WS-PARM-KEY
003640         WHEN "FROM"
003650             MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
003660                 TO WS-FROM-DATE
003670         WHEN "TO"
003680             MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
003690                 TO WS-TO-DATE
003700         WHEN "SPLIT"
003710             MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
003720                 TO WS-SPLIT-DATE
003730         WHEN "MINRND"
003740             MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
003750                 TO WS-MIN-ROUNDS
003760         WHEN OTHER
003770             CONTINUE
003780     END-EVALUATE.
003790 1111-EXIT.
003800     EXIT.
003810
003820*****************************************************
003830*  2000-SCAN-AUDIT - ONE PASS OF THE AUDIT TRAIL IN
003840*  KEY ORDER.  OPERATORS COME BACK CONTIGUOUSLY AND
003850*  EVERY GUESS FOR A ROUND COMES BACK TOGETHER IN TRY
003860*  ORDER, SO THE GUESSES ARE JUDGED AS THEY ARRIVE
003870*  AND THE OPERATOR IS SUMMED UP AT THE OPERATOR
003880*  BREAK.  SORT INPUT PROCEDURE: AN OPERATOR WITH
003890*  ENOUGH ROUNDS ON BOTH SIDES OF THE SPLIT IS
003900*  RELEASED FOR THE MOST-IMPROVED RANKING.
003910*****************************************************
003920 2000-SCAN-AUDIT.
003930     OPEN INPUT AUDIT-FILE
003940     IF WS-AUDIT-STATUS NOT = "00"
003950         IF WS-AUDIT-STATUS NOT = "35"
003960             DISPLAY "GUESSCOA - AUDIT OPEN FAILED, STATUS "
003970                 WS-AUDIT-STATUS
003980             MOVE 8 TO WS-RC-COMPLETION
003990         END-IF
004000         GO TO 2000-EXIT
004010     END-IF
004020     OPEN INPUT SCOREHST-FILE
004030     IF WS-SCOREHST-STATUS = "00"
004040         SET WS-SCOREHST-AVAIL TO TRUE
004050     END-IF
004060     PERFORM 2100-READ-ONE-GUESS THRU 2100-EXIT
004070         UNTIL WS-AUDIT-EOF
004080     IF WS-IN-OPERATOR
004090         PERFORM 3000-FINISH-OPERATOR THRU 3000-EXIT
004100     END-IF
004110     PERFORM 4000-WRITE-FLOOR-TOTALS THRU 4000-EXIT
004120     CLOSE AUDIT-FILE
004130     IF WS-SCOREHST-AVAIL
004140         CLOSE SCOREHST-FILE
004150     END-IF.
004160 2000-EXIT.
004170     EXIT.
004180
004190 2100-READ-ONE-GUESS.
004200     READ AUDIT-FILE NEXT RECORD
004210         AT END
004220             SET WS-AUDIT-EOF TO TRUE
004230     END-READ
004240     IF WS-AUDIT-EOF
004250         GO TO 2100-EXIT
004260     END-IF
004270     ADD 1 TO WS-AUD-READ-COUNT
004280     IF AU-SESSION-DATE < WS-FROM-DATE
004290         OR AU-SESSION-DATE > WS-TO-DATE
004300         GO TO 2100-EXIT
004310     END-IF
004320     IF WS-IN-OPERATOR
004330         AND AU-OPERATOR-ID NOT = WS-CUR-OPERATOR
004340         PERFORM 3000-FINISH-OPERATOR THRU 3000-EXIT
004350     END-IF
004360     IF NOT WS-IN-OPERATOR
004370         PERFORM 2300-START-OPERATOR THRU 2300-EXIT
004380     END-IF
004390     IF NOT WS-IN-SESSION
004400         OR AU-SESSION-DATE NOT = WS-CUR-DATE
004410         OR AU-SESSION-TIME NOT = WS-CUR-TIME
004420         OR AU-TERMINAL-ID NOT = WS-CUR-TERMINAL
004430         PERFORM 2200-START-SESSION THRU 2200-EXIT
004440     END-IF
004450     PERFORM 2250-TAKE-ONE-GUESS THRU 2250-EXIT.
004460 2100-EXIT.
004470     EXIT.
004480
004490*****************************************************
004500*  2200-START-SESSION - RESET THE PER-ROUND STATE
004510*  AND PICK UP THE ROUND'S RANGE OFF SCOREHST.  THE
004520*  ROUND FALLS IN THE EARLY PART OF THE RANGE WHEN IT
004530*  WAS PLAYED BEFORE THE SPLIT DATE.
004540*****************************************************
004550 2200-START-SESSION.
004560     SET WS-IN-SESSION TO TRUE
004570     MOVE AU-SESSION-DATE TO WS-CUR-DATE
004580     MOVE AU-SESSION-TIME TO WS-CUR-TIME
004590     MOVE AU-TERMINAL-ID TO WS-CUR-TERMINAL
004600     IF AU-SESSION-DATE < WS-SPLIT-DATE
004610         MOVE 1 TO WS-RND-PERIOD
004620     ELSE
004630         MOVE 2 TO WS-RND-PERIOD
004640     END-IF
004650     ADD 1 TO WS-OT-ROUNDS (WS-RND-PERIOD)
004660     ADD 1 TO WS-FLOOR-ROUNDS
004670     MOVE 0 TO WS-RND-GUESS-COUNT
004680     MOVE 0 TO WS-RND-LOW
004690     MOVE 99999 TO WS-RND-HIGH
004700     MOVE "N" TO WS-RND-RANGE-SW
004710     IF NOT WS-SCOREHST-AVAIL
004720         GO TO 2200-EXIT
004730     END-IF
004740     MOVE AU-OPERATOR-ID TO SH-OPERATOR-ID
004750     MOVE AU-SESSION-DATE TO SH-SESSION-DATE
004760     MOVE AU-SESSION-TIME TO SH-SESSION-TIME
004770     MOVE AU-TERMINAL-ID TO SH-TERMINAL-ID
004780     READ SCOREHST-FILE
004790         INVALID KEY
004800             CONTINUE
004810         NOT INVALID KEY
004820             ADD 1 TO WS-HST-READ-COUNT
004830             IF SH-LOW-BOUND NOT > SH-HIGH-BOUND
004840                 MOVE SH-LOW-BOUND TO WS-RND-LOW
004850                 MOVE SH-HIGH-BOUND TO WS-RND-HIGH
004860                 SET WS-RND-RANGE-KNOWN TO TRUE
004870             END-IF
004880     END-READ.
004890 2200-EXIT.
004900     EXIT.
004910
004920*****************************************************
004930*  2250-TAKE-ONE-GUESS - JUDGE ONE GUESS AGAINST WHAT
004940*  THE ROUND HAD ALREADY TOLD THE OPERATOR.  A VALUE
004950*  GUESSED BEFORE IS A REPEAT; OTHERWISE A VALUE
004960*  OUTSIDE THE BOUNDS STILL OPEN IS WASTED.  THE
004970*  VERDICT THEN CLOSES THE BOUNDS IN FOR THE NEXT.
004980*****************************************************
004990 2250-TAKE-ONE-GUESS.
005000     ADD 1 TO WS-OT-GUESSES (WS-RND-PERIOD)
005010     ADD 1 TO WS-FLOOR-GUESSES
005020     MOVE "N" TO WS-RND-REPEAT-SW
005030     PERFORM 2260-CHECK-REPEAT THRU 2260-EXIT
005040         VARYING WS-RND-GUESS-SUB FROM 1 BY 1
005050         UNTIL WS-RND-GUESS-SUB > WS-RND-GUESS-COUNT
005060             OR WS-RND-REPEAT
005070     IF WS-RND-REPEAT
005080         ADD 1 TO WS-OT-REPEATS (WS-RND-PERIOD)
005090         ADD 1 TO WS-FLOOR-REPEATS
005100     ELSE
005110         IF AU-GUESS-VALUE < WS-RND-LOW
005120             OR AU-GUESS-VALUE > WS-RND-HIGH
005130             ADD 1 TO WS-OT-WASTED (WS-RND-PERIOD)
005140             ADD 1 TO WS-FLOOR-WASTED
005150         END-IF
005160     END-IF
005170     IF WS-RND-RANGE-KNOWN
005180         AND WS-RND-LOW NOT > WS-RND-HIGH
005190         PERFORM 2270-MEASURE-MIDPOINT THRU 2270-EXIT
005200     END-IF
005210     IF WS-RND-GUESS-COUNT < WS-RND-GUESS-MAX
005220         ADD 1 TO WS-RND-GUESS-COUNT
005230         MOVE AU-GUESS-VALUE TO WS-RND-GUESS (WS-RND-GUESS-COUNT)
005240     END-IF
005250     IF AU-VERDICT = "TOO LOW "
005260             AND AU-GUESS-VALUE NOT < WS-RND-LOW
005270         COMPUTE WS-RND-LOW = AU-GUESS-VALUE + 1
005280     END-IF
005290     IF AU-VERDICT = "TOO HIGH"
005300             AND AU-GUESS-VALUE NOT > WS-RND-HIGH
005310         COMPUTE WS-RND-HIGH = AU-GUESS-VALUE - 1
005320     END-IF.
005330 2250-EXIT.
005340     EXIT.
005350
005360 2260-CHECK-REPEAT.
005370     IF WS-RND-GUESS (WS-RND-GUESS-SUB) = AU-GUESS-VALUE
005380         SET WS-RND-REPEAT TO TRUE
005390     END-IF.
005400 2260-EXIT.
005410     EXIT.
005420
005430*****************************************************
005440*  2270-MEASURE-MIDPOINT - HOW FAR THE GUESS LANDED
005450*  FROM THE MIDDLE OF THE BOUNDS STILL OPEN, AS A
005460*  PERCENT OF THEIR WIDTH.  ZERO IS A TEXTBOOK
005470*  HALVING GUESS; 50 IS A GUESS AT THE VERY EDGE.
005480*****************************************************
005490 2270-MEASURE-MIDPOINT.
005500     COMPUTE WS-MIDPOINT = (WS-RND-LOW + WS-RND-HIGH) / 2
005510     COMPUTE WS-MID-DISTANCE = AU-GUESS-VALUE - WS-MIDPOINT
005520     IF WS-MID-DISTANCE < 0
005530         COMPUTE WS-MID-DISTANCE = 0 - WS-MID-DISTANCE
005540     END-IF
005550     COMPUTE WS-MID-DEV-PCT ROUNDED =
005560         WS-MID-DISTANCE * 100 / (WS-RND-HIGH - WS-RND-LOW + 1)
005570         ON SIZE ERROR
005580             MOVE 999.99 TO WS-MID-DEV-PCT
005590     END-COMPUTE
005600     ADD WS-MID-DEV-PCT TO WS-OT-DEV-SUM (WS-RND-PERIOD)
005610     ADD 1 TO WS-OT-DEV-COUNT (WS-RND-PERIOD).
005620 2270-EXIT.
005630     EXIT.
005640
005650*****************************************************
005660*  2300-START-OPERATOR - CLEAR THE ACCUMULATORS FOR
005670*  THE NEXT OPERATOR IN KEY ORDER.
005680*****************************************************
005690 2300-START-OPERATOR.
005700     SET WS-IN-OPERATOR TO TRUE
005710     MOVE "N" TO WS-IN-SESSION-SW
005720     MOVE AU-OPERATOR-ID TO WS-CUR-OPERATOR
005730     INITIALIZE WS-OPER-TOTALS.
005740 2300-EXIT.
005750     EXIT.
005760
005770*****************************************************
005780*  3000-FINISH-OPERATOR - ONE HABITS LINE OVER THE
005790*  WHOLE RANGE.  WITH ENOUGH ROUNDS ON BOTH SIDES OF
005800*  THE SPLIT THE OPERATOR GOES TO THE RANKING: THE
005810*  IMPROVEMENT IS THE DROP IN WASTE PERCENT PLUS THE
005820*  DROP IN MIDPOINT DEVIATION, EARLY TO LATE.
005830*****************************************************
005840 3000-FINISH-OPERATOR.
005850     MOVE "N" TO WS-IN-OPERATOR-SW
005860     MOVE "N" TO WS-IN-SESSION-SW
005870     ADD 1 TO WS-OPERATOR-COUNT
005880     MOVE WS-CUR-OPERATOR TO SW-OPERATOR-ID
005890     PERFORM 3200-LOOKUP-NAME THRU 3200-EXIT
005900     MOVE WS-OPER-NAME TO WS-HL-OPERATOR
005910     COMPUTE WS-HL-ROUNDS = WS-OT-ROUNDS (1) + WS-OT-ROUNDS (2)
005920     COMPUTE WS-CALC-GUESSES =
005930         WS-OT-GUESSES (1) + WS-OT-GUESSES (2)
005940     MOVE WS-CALC-GUESSES TO WS-HL-GUESSES
005950     COMPUTE WS-HL-WASTED = WS-OT-WASTED (1) + WS-OT-WASTED (2)
005960     COMPUTE WS-HL-REPEATS =
005970         WS-OT-REPEATS (1) + WS-OT-REPEATS (2)
005980     COMPUTE WS-CALC-BAD = WS-OT-WASTED (1) + WS-OT-WASTED (2)
005990         + WS-OT-REPEATS (1) + WS-OT-REPEATS (2)
006000     COMPUTE WS-CALC-DEV-SUM =
006010         WS-OT-DEV-SUM (1) + WS-OT-DEV-SUM (2)
006020     COMPUTE WS-CALC-DEV-COUNT =
006030         WS-OT-DEV-COUNT (1) + WS-OT-DEV-COUNT (2)
006040     PERFORM 3100-COMPUTE-RATES THRU 3100-EXIT
006050     MOVE WS-CALC-WASTE-PCT TO WS-HL-WASTE-PCT
006060     MOVE WS-CALC-DEV-PCT TO WS-HL-DEV-PCT
006070     WRITE COA-LINE FROM WS-HABIT-LINE
006080     ADD 1 TO WS-LINE-COUNT
006090     IF WS-OT-ROUNDS (1) < WS-MIN-ROUNDS
006100         OR WS-OT-ROUNDS (2) < WS-MIN-ROUNDS
006110         GO TO 3000-EXIT
006120     END-IF
006130     MOVE 1 TO WS-PERIOD-SUB
006140     PERFORM 3050-LOAD-PERIOD THRU 3050-EXIT
006150     MOVE WS-CALC-WASTE-PCT TO WS-EARLY-WASTE-PCT
006160     MOVE WS-CALC-DEV-PCT TO WS-EARLY-DEV-PCT
006170     MOVE 2 TO WS-PERIOD-SUB
006180     PERFORM 3050-LOAD-PERIOD THRU 3050-EXIT
006190     MOVE WS-EARLY-WASTE-PCT TO SW-EARLY-WASTE
006200     MOVE WS-EARLY-DEV-PCT TO SW-EARLY-DEV
006210     MOVE WS-CALC-WASTE-PCT TO SW-LATE-WASTE
006220     MOVE WS-CALC-DEV-PCT TO SW-LATE-DEV
006230     COMPUTE SW-IMPROVE =
006240         (WS-EARLY-WASTE-PCT - WS-CALC-WASTE-PCT)
006250         + (WS-EARLY-DEV-PCT - WS-CALC-DEV-PCT)
006260     RELEASE SW-SORT-RECORD.
006270 3000-EXIT.
006280     EXIT.
006290
006300 3050-LOAD-PERIOD.
006310     MOVE WS-OT-GUESSES (WS-PERIOD-SUB) TO WS-CALC-GUESSES
006320     COMPUTE WS-CALC-BAD = WS-OT-WASTED (WS-PERIOD-SUB)
006330         + WS-OT-REPEATS (WS-PERIOD-SUB)
006340     MOVE WS-OT-DEV-SUM (WS-PERIOD-SUB) TO WS-CALC-DEV-SUM
006350     MOVE WS-OT-DEV-COUNT (WS-PERIOD-SUB) TO WS-CALC-DEV-COUNT
006360     PERFORM 3100-COMPUTE-RATES THRU 3100-EXIT.
006370 3050-EXIT.
006380     EXIT.
006390
006400*****************************************************
006410*  3100-COMPUTE-RATES - WASTE PERCENT (WASTED PLUS
006420*  REPEATED GUESSES AS A PERCENT OF ALL GUESSES) AND
006430*  THE AVERAGE MIDPOINT DEVIATION FOR THE CALC FIELDS.
006440*****************************************************
006450 3100-COMPUTE-RATES.
006460     MOVE 0 TO WS-CALC-WASTE-PCT
006470     MOVE 0 TO WS-CALC-DEV-PCT
006480     IF WS-CALC-GUESSES > 0
006490         COMPUTE WS-CALC-WASTE-PCT ROUNDED =
006500             WS-CALC-BAD * 100 / WS-CALC-GUESSES
006510     END-IF
006520     IF WS-CALC-DEV-COUNT > 0
006530         COMPUTE WS-CALC-DEV-PCT ROUNDED =
006540             WS-CALC-DEV-SUM / WS-CALC-DEV-COUNT
006550             ON SIZE ERROR
006560                 MOVE 999.9 TO WS-CALC-DEV-PCT
006570         END-COMPUTE
006580     END-IF.
006590 3100-EXIT.
006600     EXIT.
006610
006620*****************************************************
006630*  3200-LOOKUP-NAME - DISPLAY NAME OFF THE OPERATOR
006640*  MASTER, FALLING BACK TO THE RAW ID.
006650*****************************************************
006660 3200-LOOKUP-NAME.
006670     MOVE SW-OPERATOR-ID TO WS-OPER-NAME
006680     IF WS-OPERMST-AVAIL
006690         MOVE SW-OPERATOR-ID TO OP-OPERATOR-ID
006700         READ OPERMST-FILE
006710             INVALID KEY
006720                 CONTINUE
006730             NOT INVALID KEY
006740                 MOVE OP-DISPLAY-NAME TO WS-OPER-NAME
006750         END-READ
006760     END-IF.
006770 3200-EXIT.
006780     EXIT.
006790
006800*****************************************************
006810*  4000-WRITE-FLOOR-TOTALS - THE WHOLE FLOOR UNDER
006820*  THE HABITS SECTION.
006830*****************************************************
006840 4000-WRITE-FLOOR-TOTALS.
006850     IF WS-OPERATOR-COUNT = 0
006860         MOVE "NO ROUNDS ON THE AUDIT TRAIL FOR THE RANGE"
006870             TO COA-LINE
006880         WRITE COA-LINE
006890         GO TO 4000-EXIT
006900     END-IF
006910     MOVE SPACES TO COA-LINE
006920     WRITE COA-LINE
006930     MOVE WS-FLOOR-ROUNDS TO WS-FT-ROUNDS
006940     MOVE WS-FLOOR-GUESSES TO WS-FT-GUESSES
006950     MOVE WS-FLOOR-WASTED TO WS-FT-WASTED
006960     MOVE WS-FLOOR-REPEATS TO WS-FT-REPEATS
006970     WRITE COA-LINE FROM WS-FLOOR-LINE.
006980 4000-EXIT.
006990     EXIT.
007000
007010*****************************************************
007020*  5000-WRITE-RANKING - SORT OUTPUT PROCEDURE.  THE
007030*  BIGGEST IMPROVEMENT COMES BACK FIRST; A NEGATIVE
007040*  FIGURE MEANS THE OPERATOR'S HABITS SLIPPED.
007050*****************************************************
007060 5000-WRITE-RANKING.
007070     MOVE SPACES TO COA-LINE
007080     WRITE COA-LINE
007090     MOVE WS-FROM-DATE TO WS-RH-FROM
007100     MOVE WS-SPLIT-DATE TO WS-RH-SPLIT
007110     MOVE WS-MIN-ROUNDS TO WS-RH-MIN
007120     WRITE COA-LINE FROM WS-RANK-HDR-1
007130     MOVE SPACES TO COA-LINE
007140     WRITE COA-LINE
007150     WRITE COA-LINE FROM WS-RANK-HDR-2
007160     WRITE COA-LINE FROM WS-RANK-HDR-3
007170     PERFORM 5100-RETURN-AND-PRINT THRU 5100-EXIT
007180         UNTIL WS-SORT-EOF
007190     IF WS-RANK = 0
007200         MOVE "NO OPERATOR HAS ENOUGH ROUNDS ON BOTH SIDES"
007210             TO COA-LINE
007220         WRITE COA-LINE
007230     END-IF.
007240 5000-EXIT.
007250     EXIT.
007260
007270 5100-RETURN-AND-PRINT.
007280     RETURN SORT-WORK-FILE
007290         AT END
007300             SET WS-SORT-EOF TO TRUE
007310     END-RETURN
007320     IF WS-SORT-EOF
007330         GO TO 5100-EXIT
007340     END-IF
007350     ADD 1 TO WS-RANK
007360     MOVE WS-RANK TO WS-RL-RANK
007370     PERFORM 3200-LOOKUP-NAME THRU 3200-EXIT
007380     MOVE WS-OPER-NAME TO WS-RL-OPERATOR
007390     MOVE SW-EARLY-WASTE TO WS-RL-EARLY-WASTE
007400     MOVE SW-LATE-WASTE TO WS-RL-LATE-WASTE
007410     MOVE SW-EARLY-DEV TO WS-RL-EARLY-DEV
007420     MOVE SW-LATE-DEV TO WS-RL-LATE-DEV
007430     MOVE SW-IMPROVE TO WS-RL-IMPROVE
007440     WRITE COA-LINE FROM WS-RANK-LINE
007450     ADD 1 TO WS-LINE-COUNT.
007460 5100-EXIT.
007470     EXIT.
007480
007490*****************************************************
007500*  8500-OPEN-RUNCTL - START THE RUN-CONTROL RECORD
007510*  FOR THIS RUN.  9999 MARKS A RUN STILL IN FLIGHT.
007520*****************************************************
007530 8500-OPEN-RUNCTL.
007540     OPEN I-O RUNCTL-FILE
007550     IF WS-RUNCTL-STATUS = "35"
007560         OPEN OUTPUT RUNCTL-FILE
007570         CLOSE RUNCTL-FILE
007580         OPEN I-O RUNCTL-FILE
007590     END-IF
007600     IF WS-RUNCTL-STATUS NOT = "00"
007610         DISPLAY "GUESSCOA - RUN CONTROL NOT AVAILABLE"
007620         GO TO 8500-EXIT
007630     END-IF
007640     SET WS-RUNCTL-AVAIL TO TRUE
007650     MOVE "GUESSCOA" TO RC-PROGRAM-ID
007660     ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD
007670     ACCEPT RC-RUN-TIME FROM TIME
007680     MOVE 0 TO RC-END-DATE
007690     MOVE 0 TO RC-END-TIME
007700     PERFORM 8510-INIT-ONE-SLOT THRU 8510-EXIT
007710         VARYING WS-RC-SLOT FROM 1 BY 1
007720         UNTIL WS-RC-SLOT > 4
007730     MOVE 9999 TO RC-COMPLETION-CODE
007740     WRITE RC-RUNCTL-RECORD
007750         INVALID KEY
007760             CONTINUE
007770     END-WRITE.
007780 8500-EXIT.
007790     EXIT.
007800
007810 8510-INIT-ONE-SLOT.
007820     MOVE SPACES TO RC-FILE-DD (WS-RC-SLOT)
007830     MOVE 0 TO RC-READ-COUNT (WS-RC-SLOT)
007840     MOVE 0 TO RC-WRITE-COUNT (WS-RC-SLOT).
007850 8510-EXIT.
007860     EXIT.
007870
007880*****************************************************
007890*  8600-FINISH-RUNCTL - CLOSE OUT THE RUN-CONTROL
007900*  RECORD AND PASS THE COMPLETION CODE BACK TO JES.
007910*****************************************************
007920 8600-FINISH-RUNCTL.
007930     IF WS-RUNCTL-AVAIL
007940         ACCEPT RC-END-DATE FROM DATE YYYYMMDD
007950         ACCEPT RC-END-TIME FROM TIME
007960         MOVE "AUDIT   " TO RC-FILE-DD (1)
007970         MOVE WS-AUD-READ-COUNT TO RC-READ-COUNT (1)
007980         MOVE "SCOREHST" TO RC-FILE-DD (2)
007990         MOVE WS-HST-READ-COUNT TO RC-READ-COUNT (2)
008000         MOVE "COAOUT  " TO RC-FILE-DD (3)
008010         MOVE WS-LINE-COUNT TO RC-WRITE-COUNT (3)
008020         MOVE WS-RC-COMPLETION TO RC-COMPLETION-CODE
008030         REWRITE RC-RUNCTL-RECORD
008040             INVALID KEY
008050                 CONTINUE
008060         END-REWRITE
008070         CLOSE RUNCTL-FILE
008080     END-IF
008090     MOVE WS-RC-COMPLETION TO RETURN-CODE.
008100 8600-EXIT.
008110     EXIT.
008120
008130*****************************************************
008140*  9000-TERMINATE - CLOSE UP SHOP.
008150*****************************************************
008160 9000-TERMINATE.
008170     CLOSE COA-FILE
008180     IF WS-OPERMST-AVAIL
008190         CLOSE OPERMST-FILE
008200     END-IF
008210     PERFORM 8600-FINISH-RUNCTL THRU 8600-EXIT.
008220 9000-EXIT.
008230     EXIT.
