000010*****************************************************
000020*  IDENTIFICATION DIVISION.
000030*****************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. GUESSFAD.
000060 AUTHOR. D. LARKSPUR.
000070 INSTALLATION. FLOOR OPERATIONS - SHIFT SYSTEMS.
000080 DATE-WRITTEN. 10/15/2026.
000090 DATE-COMPILED.
000100*****************************************************
000110*  MODIFICATION HISTORY.
000120*  DATE        BY    DESCRIPTION
000130*  ----------  ----  ------------------------------
000140*  10/15/2026  DL    ORIGINAL VERSION - ANSWER-
000150*                    DISTRIBUTION FAIRNESS AUDIT OF
000160*                    THE GUESS NUMBER DRAW.  ONE PASS
000170*                    OF SCOREHST FOR FROM=/TO=
000180*                    (DEFAULT THE LAST 30 DAYS) PUTS
000190*                    EVERY ANSWER INTO ONE OF TEN
000200*                    EQUAL SLICES OF ITS ROUND'S
000210*                    RANGE AND RUNS A CHI-SQUARE TEST
000220*                    OF EVEN SPREAD OVERALL, BY
000230*                    OPERATOR, BY TERMINAL AND BY
000240*                    HOUR OF DAY.  A GROUP OF AT
000250*                    LEAST MINRND= ROUNDS (DEFAULT 30)
000260*                    SCORING OVER TOL= (DEFAULT 21.67,
000270*                    THE 1 PERCENT POINT AT 9 DEGREES
000280*                    OF FREEDOM) IS FLAGGED.  ALSO
000290*                    FLAGS AN ANSWER THE SAME OPERATOR
000300*                    DREW REPT= TIMES OR MORE (DEFAULT
000310*                    3) WHEN THAT IS OVER TWICE WHAT
000320*                    CHANCE WOULD GIVE, AND ANY ANSWER
000330*                    OUTSIDE ITS OWN ROUND'S RANGE.
000340*  10/15/2026  DL    LEAVE OUT ROUNDS FLAGGED ANSWER
000350*                    UNKNOWN - A ROUND REBUILT FROM THE
000360*                    AUDIT TRAIL BY GUESSRBH MAY HAVE
000370*                    NO ANSWER TO TEST.
000380*****************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000420 OBJECT-COMPUTER. IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT SCOREHST-FILE ASSIGN TO "SCOREHST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS SH-HIST-KEY
000490         FILE STATUS IS WS-SCOREHST-STATUS.
000500
000510     SELECT FAD-FILE ASSIGN TO "FADOUT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-FAD-STATUS.
000540
000550     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS RC-RUNCTL-KEY
000590         FILE STATUS IS WS-RUNCTL-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  SCOREHST-FILE
000640     LABEL RECORDS ARE STANDARD.
000650     COPY SCOREHR.
000660
000670 FD  FAD-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 01  FAD-LINE                         PIC X(80).
000700
000710 FD  RUNCTL-FILE
000720     LABEL RECORDS ARE STANDARD.
000730     COPY RUNCTLR.
000740
000750 WORKING-STORAGE SECTION.
000760 01  WS-RUNCTL-STATUS                 PIC X(02) VALUE SPACES.
000770 01  WS-RUNCTL-AVAIL-SW               PIC X(01) VALUE "N".
000780     88  WS-RUNCTL-AVAIL                  VALUE "Y".
000790 01  WS-RC-COMPLETION                 PIC 9(04) VALUE 0.
000800 01  WS-RC-SLOT                       PIC 9(01) COMP.
000810 01  WS-SCOREHST-STATUS               PIC X(02) VALUE SPACES.
000820 01  WS-FAD-STATUS                    PIC X(02) VALUE SPACES.
000830
000840 01  WS-TODAY                         PIC 9(08).
000850 01  WS-FROM-DATE                     PIC 9(08) VALUE 0.
000860 01  WS-TO-DATE                       PIC 9(08) VALUE 0.
000870 01  WS-WORK-DATE                     PIC 9(08).
000880 01  WS-CHI-TOLERANCE                 PIC 9(05)V99 VALUE 21.67.
000890 01  WS-MIN-ROUNDS                    PIC 9(05) VALUE 30.
000900 01  WS-REPEAT-LIMIT                  PIC 9(05) VALUE 3.
000910
000920 01  WS-HIST-EOF-SW                   PIC X(01) VALUE "N".
000930     88  WS-HIST-EOF                      VALUE "Y".
000940 01  WS-IN-OPERATOR-SW                PIC X(01) VALUE "N".
000950     88  WS-IN-OPERATOR                   VALUE "Y".
000960 01  WS-TERM-FULL-SW                  PIC X(01) VALUE "N".
000970     88  WS-TERM-FULL                     VALUE "Y".
000980 01  WS-ANSWER-FULL-SW                PIC X(01) VALUE "N".
000990     88  WS-ANSWER-FULL                   VALUE "Y".
001000
001010 01  WS-HST-READ-COUNT                PIC 9(07) VALUE 0.
001020 01  WS-LINE-COUNT                    PIC 9(07) VALUE 0.
001030 01  WS-NARROW-COUNT                  PIC 9(07) VALUE 0.
001040 01  WS-BAD-RANGE-COUNT               PIC 9(07) VALUE 0.
001050 01  WS-GROUP-COUNT                   PIC 9(05) VALUE 0.
001060 01  WS-FLAG-COUNT                    PIC 9(05) VALUE 0.
001070 01  WS-REPEAT-FLAG-COUNT             PIC 9(05) VALUE 0.
001080
001090 01  WS-CUR-OPERATOR                  PIC X(08).
001100 01  WS-TS-SPLIT.
001110     05  WS-TS-HH                     PIC 9(02).
001120     05  WS-TS-MM                     PIC 9(02).
001130     05  WS-TS-SS                     PIC 9(02).
001140     05  WS-TS-CC                     PIC 9(02).
001150
001160*    WHERE THE ANSWER FELL IN ITS ROUND'S RANGE: SLICE
001170*    1 IS THE BOTTOM TENTH, SLICE 10 THE TOP TENTH.  A
001180*    RANGE OF FEWER THAN TEN VALUES CANNOT FILL TEN
001190*    SLICES EVENLY AND IS LEFT OUT OF THE SPREAD TEST.
001200 01  WS-RANGE-WIDTH                   PIC 9(06).
001210 01  WS-BUCKET                        PIC 9(02) COMP.
001220 01  WS-BUCKET-SUB                    PIC 9(02) COMP.
001230 01  WS-HOUR-SUB                      PIC 9(02) COMP.
001240
001250 01  WS-OPER-GROUP.
001260     05  WS-OG-ROUNDS                 PIC 9(07).
001270     05  WS-OG-BUCKET                 PIC 9(07) OCCURS 10 TIMES.
001280
001290 01  WS-ALL-GROUP.
001300     05  WS-AG-ROUNDS                 PIC 9(07).
001310     05  WS-AG-BUCKET                 PIC 9(07) OCCURS 10 TIMES.
001320
001330 01  WS-LOOK-TERMINAL                 PIC X(08).
001340 01  WS-TERM-MAX                      PIC 9(03) COMP VALUE 200.
001350 01  WS-TERM-COUNT                    PIC 9(03) COMP VALUE 0.
001360 01  WS-TERM-SUB                      PIC 9(03) COMP.
001370 01  WS-FOUND-SUB                     PIC 9(03) COMP.
001380 01  WS-TERM-TABLE.
001390     05  WS-TERM-ENTRY OCCURS 200 TIMES.
001400         10  WS-TG-TERMINAL-ID        PIC X(08).
001410         10  WS-TG-ROUNDS             PIC 9(07).
001420         10  WS-TG-BUCKET             PIC 9(07) OCCURS 10 TIMES.
001430
001440 01  WS-HOUR-TABLE.
001450     05  WS-HOUR-ENTRY OCCURS 24 TIMES.
001460         10  WS-HG-ROUNDS             PIC 9(07).
001470         10  WS-HG-BUCKET             PIC 9(07) OCCURS 10 TIMES.
001480
001490*    THE CURRENT OPERATOR'S DISTINCT ANSWERS, AND HOW
001500*    MANY ROUNDS THEY PLAYED ON EACH RANGE, FOR THE
001510*    REPEATED-ANSWER CHECK AT THE OPERATOR BREAK.
001520 01  WS-ANSWER-MAX                    PIC 9(04) COMP VALUE 1000.
001530 01  WS-ANSWER-COUNT                  PIC 9(04) COMP.
001540 01  WS-ANSWER-SUB                    PIC 9(04) COMP.
001550 01  WS-ANSWER-FOUND                  PIC 9(04) COMP.
001560 01  WS-ANSWER-TABLE.
001570     05  WS-ANSWER-ENTRY OCCURS 1000 TIMES.
001580         10  WS-AT-ANS                PIC 9(05).
001590         10  WS-AT-LOW                PIC 9(05).
001600         10  WS-AT-HIGH               PIC 9(05).
001610         10  WS-AT-COUNT              PIC 9(05).
001620 01  WS-RANGE-MAX                     PIC 9(02) COMP VALUE 20.
001630 01  WS-RANGE-COUNT                   PIC 9(02) COMP.
001640 01  WS-RANGE-SUB                     PIC 9(02) COMP.
001650 01  WS-RANGE-FOUND                   PIC 9(02) COMP.
001660 01  WS-RANGE-TABLE.
001670     05  WS-RANGE-ENTRY OCCURS 20 TIMES.
001680         10  WS-RT-LOW                PIC 9(05).
001690         10  WS-RT-HIGH               PIC 9(05).
001700         10  WS-RT-ROUNDS             PIC 9(05).
001710 01  WS-LOOK-LOW                      PIC 9(05).
001720 01  WS-LOOK-HIGH                     PIC 9(05).
001730 01  WS-EXPECTED-REPEATS              PIC 9(05)V99.
001740
001750*    THE GROUP UNDER TEST IS COPIED HERE FOR 7000.
001760 01  WS-CALC-GROUP.
001770     05  WS-CG-ROUNDS                 PIC 9(07).
001780     05  WS-CG-BUCKET                 PIC 9(07) OCCURS 10 TIMES.
001790 01  WS-CALC-EXPECTED                 PIC 9(07)V9999.
001800 01  WS-CALC-DIFF                     PIC S9(07)V9999.
001810 01  WS-CALC-CHI                      PIC 9(07)V9999.
001820 01  WS-CALC-PCT                      PIC 9(03).
001830
001840 01  WS-PARM-TOKENS.
001850     05  WS-PARM-TOKEN-1                  PIC X(20).
001860     05  WS-PARM-TOKEN-2                  PIC X(20).
001870     05  WS-PARM-TOKEN-3                  PIC X(20).
001880     05  WS-PARM-TOKEN-4                  PIC X(20).
001890     05  WS-PARM-TOKEN-5                  PIC X(20).
001900 01  WS-PARM-TOKEN-TBL REDEFINES WS-PARM-TOKENS.
001910     05  WS-PARM-TOKEN                    PIC X(20)
001920                                           OCCURS 5 TIMES.
001930 01  WS-TOKEN-SUB                     PIC 9(01) COMP.
001940 01  WS-PARM-ONE-TOKEN                PIC X(20).
001950 01  WS-PARM-KEY                      PIC X(10).
001960 01  WS-PARM-VALUE                    PIC X(10).
001970
001980 01  WS-HDR-1.
001990     05  FILLER                       PIC X(35)
002000         VALUE "GUESS ANSWER FAIRNESS AUDIT - FROM ".
002010     05  WS-HDR-FROM                  PIC 9(08).
002020     05  FILLER                       PIC X(04) VALUE " TO ".
002030     05  WS-HDR-TO                    PIC 9(08).
002040     05  FILLER                       PIC X(25) VALUE SPACES.
002050
002060 01  WS-HDR-2.
002070     05  FILLER                       PIC X(18)
002080         VALUE "CHI-SQ TOLERANCE  ".
002090     05  WS-HDR-TOL                   PIC ZZZZ9.99.
002100     05  FILLER                       PIC X(15)
002110         VALUE "  MIN ROUNDS  ".
002120     05  WS-HDR-MIN                   PIC ZZZZ9.
002130     05  FILLER                       PIC X(15)
002140         VALUE "  REPEAT LIMIT ".
002150     05  WS-HDR-REPT                  PIC ZZZZ9.
002160     05  FILLER                       PIC X(14) VALUE SPACES.
002170
002180 01  WS-HDR-3.
002190     05  FILLER                       PIC X(21)
002200         VALUE "GRP  ID         RNDS ".
002210     05  FILLER                       PIC X(40)
002220         VALUE "  1%  2%  3%  4%  5%  6%  7%  8%  9% 10%".
002230     05  FILLER                       PIC X(19)
002240         VALUE "  CHI-SQ FLAG".
002250
002260 01  WS-HDR-4.
002270     05  FILLER                       PIC X(21) VALUE SPACES.
002280     05  FILLER                       PIC X(40)
002290         VALUE "SHARE OF ROUNDS IN EACH TENTH OF RANGE, ".
002300     05  FILLER                       PIC X(19)
002310         VALUE "LOW TO HIGH".
002320
002330 01  WS-GROUP-LINE.
002340     05  WS-GL-TYPE                   PIC X(04).
002350     05  FILLER                       PIC X(01) VALUE SPACES.
002360     05  WS-GL-ID                     PIC X(08).
002370     05  FILLER                       PIC X(01) VALUE SPACES.
002380     05  WS-GL-ROUNDS                 PIC ZZZZZZ9.
002390     05  WS-GL-SHARES.
002400         10  WS-GL-SHARE-ENTRY OCCURS 10 TIMES.
002410             15  FILLER               PIC X(01).
002420             15  WS-GL-SHARE          PIC ZZ9.
002430     05  FILLER                       PIC X(01) VALUE SPACES.
002440     05  WS-GL-CHI                    PIC ZZZZ9.99.
002450     05  FILLER                       PIC X(01) VALUE SPACES.
002460     05  WS-GL-FLAG                   PIC X(05).
002470     05  FILLER                       PIC X(04) VALUE SPACES.
002480
002490 01  WS-REPEAT-LINE.
002500     05  FILLER                       PIC X(06) VALUE SPACES.
002510     05  FILLER                       PIC X(11)
002520         VALUE "** ANSWER  ".
002530     05  WS-RL-ANS                    PIC ZZZZ9.
002540     05  FILLER                       PIC X(07) VALUE " DRAWN ".
002550     05  WS-RL-COUNT                  PIC ZZZZ9.
002560     05  FILLER                       PIC X(16)
002570         VALUE " TIMES ON RANGE ".
002580     05  WS-RL-LOW                    PIC ZZZZ9.
002590     05  FILLER                       PIC X(01) VALUE "-".
002600     05  WS-RL-HIGH                   PIC ZZZZ9.
002610     05  FILLER                       PIC X(07) VALUE "  EXP. ".
002620     05  WS-RL-EXPECTED               PIC ZZZ9.99.
002630     05  FILLER                       PIC X(05) VALUE SPACES.
002640
002650 01  WS-BAD-RANGE-LINE.
002660     05  FILLER                       PIC X(06) VALUE SPACES.
002670     05  FILLER                       PIC X(11)
002680         VALUE "** ANSWER  ".
002690     05  WS-BL-ANS                    PIC ZZZZ9.
002700     05  FILLER                       PIC X(09)
002710         VALUE " OUTSIDE ".
002720     05  WS-BL-LOW                    PIC ZZZZ9.
002730     05  FILLER                       PIC X(01) VALUE "-".
002740     05  WS-BL-HIGH                   PIC ZZZZ9.
002750     05  FILLER                       PIC X(02) VALUE SPACES.
002760     05  WS-BL-OPERATOR               PIC X(08).
002770     05  FILLER                       PIC X(01) VALUE SPACES.
002780     05  WS-BL-DATE                   PIC X(08).
002790     05  FILLER                       PIC X(01) VALUE SPACES.
002800     05  WS-BL-TIME                   PIC X(08).
002810     05  FILLER                       PIC X(01) VALUE SPACES.
002820     05  WS-BL-TERMINAL               PIC X(08).
002830     05  FILLER                       PIC X(01) VALUE SPACES.
002840
002850 01  WS-TOTAL-LINE-1.
002860     05  FILLER                       PIC X(16)
002870         VALUE "GROUPS TESTED   ".
002880     05  WS-TOT-GROUPS                PIC ZZZZ9.
002890     05  FILLER                       PIC X(12)
002900         VALUE "  FLAGGED   ".
002910     05  WS-TOT-FLAGGED               PIC ZZZZ9.
002920     05  FILLER                       PIC X(20)
002930         VALUE "  REPEATED ANSWERS  ".
002940     05  WS-TOT-REPEATS               PIC ZZZZ9.
002950     05  FILLER                       PIC X(17) VALUE SPACES.
002960
002970 01  WS-TOTAL-LINE-2.
002980     05  FILLER                       PIC X(16)
002990         VALUE "ROUNDS READ     ".
003000     05  WS-TOT-READ                  PIC ZZZZZZ9.
003010     05  FILLER                       PIC X(16)
003020         VALUE "  NARROW RANGE  ".
003030     05  WS-TOT-NARROW                PIC ZZZZZZ9.
003040     05  FILLER                       PIC X(18)
003050         VALUE "  OUTSIDE RANGE   ".
003060     05  WS-TOT-BAD-RANGE             PIC ZZZZZZ9.
003070     05  FILLER                       PIC X(09) VALUE SPACES.
003080
003090 LINKAGE SECTION.
003100 01  LK-PARM-LENGTH                   PIC S9(04) COMP.
003110 01  LK-PARM-TEXT                     PIC X(80).
003120
003130 PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-TEXT.
003140*****************************************************
003150*  0000-MAINLINE.
003160*****************************************************
003170 0000-MAINLINE.
003180     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003190     PERFORM 2000-SCAN-HISTORY THRU 2000-EXIT
003200     PERFORM 4000-PRINT-TERMINALS THRU 4000-EXIT
003210     PERFORM 5000-PRINT-HOURS THRU 5000-EXIT
003220     PERFORM 6000-PRINT-OVERALL THRU 6000-EXIT
003230     PERFORM 9000-TERMINATE THRU 9000-EXIT
003240     STOP RUN.
003250
003260*****************************************************
003270*  1000-INITIALIZE - PARSE THE PARM, SETTLE THE DATE
003280*  RANGE (DEFAULT THE 30 DAYS ENDING TODAY) AND OPEN
003290*  THE REPORT.
003300*****************************************************
003310 1000-INITIALIZE.
003320     PERFORM 8500-OPEN-RUNCTL THRU 8500-EXIT
003330     ACCEPT WS-TODAY FROM DATE YYYYMMDD
003340     IF LK-PARM-LENGTH > 0
003350         PERFORM 1110-PARSE-PARM-STRING THRU 1110-EXIT
003360     END-IF
003370     IF WS-TO-DATE = 0
003380         MOVE WS-TODAY TO WS-TO-DATE
003390     END-IF
003400     IF WS-FROM-DATE = 0
003410         COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
003420             (FUNCTION INTEGER-OF-DATE(WS-TO-DATE) - 29)
003430     END-IF
003440     IF WS-MIN-ROUNDS = 0
003450         MOVE 1 TO WS-MIN-ROUNDS
003460     END-IF
003470     IF WS-REPEAT-LIMIT < 2
003480         MOVE 2 TO WS-REPEAT-LIMIT
003490     END-IF
003500     INITIALIZE WS-ALL-GROUP
003510     INITIALIZE WS-HOUR-TABLE
003520     OPEN OUTPUT FAD-FILE
003530     MOVE WS-FROM-DATE TO WS-HDR-FROM
003540     MOVE WS-TO-DATE TO WS-HDR-TO
003550     MOVE WS-CHI-TOLERANCE TO WS-HDR-TOL
003560     MOVE WS-MIN-ROUNDS TO WS-HDR-MIN
003570     MOVE WS-REPEAT-LIMIT TO WS-HDR-REPT
003580     WRITE FAD-LINE FROM WS-HDR-1
003590     WRITE FAD-LINE FROM WS-HDR-2
003600     MOVE SPACES TO FAD-LINE
003610     WRITE FAD-LINE
003620     WRITE FAD-LINE FROM WS-HDR-3
003630     WRITE FAD-LINE FROM WS-HDR-4
003640     MOVE SPACES TO FAD-LINE
003650     WRITE FAD-LINE
003660     MOVE "BY OPERATOR" TO FAD-LINE
003670     WRITE FAD-LINE.
003680 1000-EXIT.
003690     EXIT.
003700
003710 1110-PARSE-PARM-STRING.
003720     UNSTRING LK-PARM-TEXT (1:LK-PARM-LENGTH) DELIMITED BY ","
003730         INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
003740              WS-PARM-TOKEN-3 WS-PARM-TOKEN-4
003750              WS-PARM-TOKEN-5
003760     PERFORM 1111-APPLY-TOKEN THRU 1111-EXIT
003770         VARYING WS-TOKEN-SUB FROM 1 BY 1
003780         UNTIL WS-TOKEN-SUB > 5.
003790 1110-EXIT.
003800     EXIT.
003810
003820 1111-APPLY-TOKEN.
003830     MOVE WS-PARM-TOKEN (WS-TOKEN-SUB) TO WS-PARM-ONE-TOKEN
003840     UNSTRING WS-PARM-ONE-TOKEN DELIMITED BY "="
003850         INTO WS-PARM-KEY WS-PARM-VALUE
003860     EVALUATE WS-PARM-KEY
003870         WHEN "FROM"
003880             MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
003890                 TO WS-FROM-DATE
003900         WHEN "TO"
003910             MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
003920                 TO WS-TO-DATE
003930         WHEN "TOL"
003940             MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
003950                 TO WS-CHI-TOLERANCE
003960         WHEN "MINRND"
003970             MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
003980                 TO WS-MIN-ROUNDS
003990         WHEN "REPT"
004000             MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
004010                 TO WS-REPEAT-LIMIT
004020         WHEN OTHER
004030             CONTINUE
004040     END-EVALUATE.
004050 1111-EXIT.
004060     EXIT.
004070
004080*****************************************************
004090*  2000-SCAN-HISTORY - ONE PASS OF SCOREHST IN KEY
004100*  ORDER.  OPERATORS COME BACK CONTIGUOUSLY, SO EACH
004110*  OPERATOR IS TESTED AT THE OPERATOR BREAK; THE
004120*  TERMINAL, HOUR AND OVERALL GROUPS BUILD UP IN
004130*  TABLES AND ARE TESTED AFTER THE PASS.
004140*****************************************************
004150 2000-SCAN-HISTORY.
004160     OPEN INPUT SCOREHST-FILE
004170     IF WS-SCOREHST-STATUS NOT = "00"
004180         IF WS-SCOREHST-STATUS NOT = "35"
004190             DISPLAY "GUESSFAD - SCOREHST OPEN FAILED, STATUS "
004200                 WS-SCOREHST-STATUS
004210             MOVE 8 TO WS-RC-COMPLETION
004220         END-IF
004230         GO TO 2000-EXIT
004240     END-IF
004250     PERFORM 2100-READ-ONE-ROUND THRU 2100-EXIT
004260         UNTIL WS-HIST-EOF
004270     IF WS-IN-OPERATOR
004280         PERFORM 3000-FINISH-OPERATOR THRU 3000-EXIT
004290     END-IF
004300     CLOSE SCOREHST-FILE.
004310 2000-EXIT.
004320     EXIT.
004330
004340 2100-READ-ONE-ROUND.
004350     READ SCOREHST-FILE NEXT RECORD
004360         AT END
004370             SET WS-HIST-EOF TO TRUE
004380     END-READ
004390     IF WS-HIST-EOF
004400         GO TO 2100-EXIT
004410     END-IF
004420     ADD 1 TO WS-HST-READ-COUNT
004430     IF SH-SESSION-DATE NOT NUMERIC
004440         GO TO 2100-EXIT
004450     END-IF
004460     MOVE SH-SESSION-DATE TO WS-WORK-DATE
004470     IF WS-WORK-DATE < WS-FROM-DATE
004480         OR WS-WORK-DATE > WS-TO-DATE
004490         GO TO 2100-EXIT
004500     END-IF
004510     IF SH-ANS-UNKNOWN
004520         GO TO 2100-EXIT
004530     END-IF
004540     IF WS-IN-OPERATOR
004550         AND SH-OPERATOR-ID NOT = WS-CUR-OPERATOR
004560         PERFORM 3000-FINISH-OPERATOR THRU 3000-EXIT
004570     END-IF
004580     IF NOT WS-IN-OPERATOR
004590         PERFORM 2200-START-OPERATOR THRU 2200-EXIT
004600     END-IF
004610     IF SH-LOW-BOUND > SH-HIGH-BOUND
004620         OR SH-ANS < SH-LOW-BOUND
004630         OR SH-ANS > SH-HIGH-BOUND
004640         PERFORM 2900-WRITE-BAD-RANGE THRU 2900-EXIT
004650         GO TO 2100-EXIT
004660     END-IF
004670     PERFORM 2400-TRACK-ANSWER THRU 2400-EXIT
004680     COMPUTE WS-RANGE-WIDTH = SH-HIGH-BOUND - SH-LOW-BOUND + 1
004690     IF WS-RANGE-WIDTH < 10
004700         ADD 1 TO WS-NARROW-COUNT
004710         GO TO 2100-EXIT
004720     END-IF
004730     COMPUTE WS-BUCKET =
004740         (SH-ANS - SH-LOW-BOUND) * 10 / WS-RANGE-WIDTH + 1
004750     ADD 1 TO WS-OG-ROUNDS
004760     ADD 1 TO WS-OG-BUCKET (WS-BUCKET)
004770     ADD 1 TO WS-AG-ROUNDS
004780     ADD 1 TO WS-AG-BUCKET (WS-BUCKET)
004790     MOVE SH-TERMINAL-ID TO WS-LOOK-TERMINAL
004800     PERFORM 2300-FIND-TERMINAL THRU 2300-EXIT
004810     IF WS-FOUND-SUB > 0
004820         ADD 1 TO WS-TG-ROUNDS (WS-FOUND-SUB)
004830         ADD 1 TO WS-TG-BUCKET (WS-FOUND-SUB, WS-BUCKET)
004840     END-IF
004850     MOVE SH-SESSION-TIME TO WS-TS-SPLIT
004860     IF WS-TS-SPLIT NUMERIC
004870         AND WS-TS-HH < 24
004880         COMPUTE WS-HOUR-SUB = WS-TS-HH + 1
004890         ADD 1 TO WS-HG-ROUNDS (WS-HOUR-SUB)
004900         ADD 1 TO WS-HG-BUCKET (WS-HOUR-SUB, WS-BUCKET)
004910     END-IF.
004920 2100-EXIT.
004930     EXIT.
004940
004950*****************************************************
004960*  2200-START-OPERATOR - CLEAR THE OPERATOR GROUP AND
004970*  THE REPEATED-ANSWER TABLES.
004980*****************************************************
004990 2200-START-OPERATOR.
005000     SET WS-IN-OPERATOR TO TRUE
005010     MOVE SH-OPERATOR-ID TO WS-CUR-OPERATOR
005020     INITIALIZE WS-OPER-GROUP
005030     MOVE 0 TO WS-ANSWER-COUNT
005040     MOVE 0 TO WS-RANGE-COUNT
005050     MOVE "N" TO WS-ANSWER-FULL-SW.
005060 2200-EXIT.
005070     EXIT.
005080
005090*****************************************************
005100*  2300-FIND-TERMINAL - FIND THE TERMINAL IN THE
005110*  TABLE OR CLAIM A FRESH SLOT.  WS-FOUND-SUB = 0
005120*  MEANS THE TABLE IS FULL (MORE THAN 200 TERMINALS).
005130*****************************************************
005140 2300-FIND-TERMINAL.
005150     MOVE 0 TO WS-FOUND-SUB
005160     PERFORM 2310-CHECK-ONE-TERMINAL THRU 2310-EXIT
005170         VARYING WS-TERM-SUB FROM 1 BY 1
005180         UNTIL WS-TERM-SUB > WS-TERM-COUNT
005190             OR WS-FOUND-SUB > 0
005200     IF WS-FOUND-SUB > 0
005210         GO TO 2300-EXIT
005220     END-IF
005230     IF WS-TERM-COUNT NOT < WS-TERM-MAX
005240         IF NOT WS-TERM-FULL
005250             SET WS-TERM-FULL TO TRUE
005260             DISPLAY "GUESSFAD - MORE THAN 200 TERMINALS, "
005270                 "EXTRA TERMINALS NOT TESTED"
005280             MOVE 4 TO WS-RC-COMPLETION
005290         END-IF
005300         GO TO 2300-EXIT
005310     END-IF
005320     ADD 1 TO WS-TERM-COUNT
005330     MOVE WS-TERM-COUNT TO WS-FOUND-SUB
005340     INITIALIZE WS-TERM-ENTRY (WS-FOUND-SUB)
005350     MOVE WS-LOOK-TERMINAL TO WS-TG-TERMINAL-ID (WS-FOUND-SUB).
005360 2300-EXIT.
005370     EXIT.
005380
005390 2310-CHECK-ONE-TERMINAL.
005400     IF WS-TG-TERMINAL-ID (WS-TERM-SUB) = WS-LOOK-TERMINAL
005410         MOVE WS-TERM-SUB TO WS-FOUND-SUB
005420     END-IF.
005430 2310-EXIT.
005440     EXIT.
005450
005460*****************************************************
005470*  2400-TRACK-ANSWER - COUNT THIS ANSWER AND ITS
005480*  RANGE FOR THE OPERATOR.  AN OPERATOR WITH MORE
005490*  DISTINCT ANSWERS OR RANGES THAN THE TABLES HOLD
005500*  IS CHECKED ON THE ONES THAT FIT.
005510*****************************************************
005520 2400-TRACK-ANSWER.
005530     MOVE SH-LOW-BOUND TO WS-LOOK-LOW
005540     MOVE SH-HIGH-BOUND TO WS-LOOK-HIGH
005550     PERFORM 2450-FIND-RANGE THRU 2450-EXIT
005560     IF WS-RANGE-FOUND > 0
005570         ADD 1 TO WS-RT-ROUNDS (WS-RANGE-FOUND)
005580     END-IF
005590     MOVE 0 TO WS-ANSWER-FOUND
005600     PERFORM 2410-CHECK-ONE-ANSWER THRU 2410-EXIT
005610         VARYING WS-ANSWER-SUB FROM 1 BY 1
005620         UNTIL WS-ANSWER-SUB > WS-ANSWER-COUNT
005630             OR WS-ANSWER-FOUND > 0
005640     IF WS-ANSWER-FOUND > 0
005650         ADD 1 TO WS-AT-COUNT (WS-ANSWER-FOUND)
005660         GO TO 2400-EXIT
005670     END-IF
005680     IF WS-ANSWER-COUNT NOT < WS-ANSWER-MAX
005690         SET WS-ANSWER-FULL TO TRUE
005700         GO TO 2400-EXIT
005710     END-IF
005720     ADD 1 TO WS-ANSWER-COUNT
005730     MOVE SH-ANS TO WS-AT-ANS (WS-ANSWER-COUNT)
005740     MOVE SH-LOW-BOUND TO WS-AT-LOW (WS-ANSWER-COUNT)
005750     MOVE SH-HIGH-BOUND TO WS-AT-HIGH (WS-ANSWER-COUNT)
005760     MOVE 1 TO WS-AT-COUNT (WS-ANSWER-COUNT).
005770 2400-EXIT.
005780     EXIT.
005790
005800 2410-CHECK-ONE-ANSWER.
005810     IF WS-AT-ANS (WS-ANSWER-SUB) = SH-ANS
005820         AND WS-AT-LOW (WS-ANSWER-SUB) = SH-LOW-BOUND
005830         AND WS-AT-HIGH (WS-ANSWER-SUB) = SH-HIGH-BOUND
005840         MOVE WS-ANSWER-SUB TO WS-ANSWER-FOUND
005850     END-IF.
005860 2410-EXIT.
005870     EXIT.
005880
005890*****************************************************
005900*  2450-FIND-RANGE - FIND WS-LOOK-LOW/HIGH IN THE
005910*  OPERATOR'S RANGE TABLE, ADDING IT WHEN NEW.
005920*  WS-RANGE-FOUND = 0 MEANS THE TABLE IS FULL (OR, AT
005930*  THE OPERATOR BREAK, THAT THE RANGE IS NOT THERE).
005940*****************************************************
005950 2450-FIND-RANGE.
005960     MOVE 0 TO WS-RANGE-FOUND
005970     PERFORM 2460-CHECK-ONE-RANGE THRU 2460-EXIT
005980         VARYING WS-RANGE-SUB FROM 1 BY 1
005990         UNTIL WS-RANGE-SUB > WS-RANGE-COUNT
006000             OR WS-RANGE-FOUND > 0
006010     IF WS-RANGE-FOUND > 0
006020         OR WS-RANGE-COUNT NOT < WS-RANGE-MAX
006030         GO TO 2450-EXIT
006040     END-IF
006050     ADD 1 TO WS-RANGE-COUNT
006060     MOVE WS-RANGE-COUNT TO WS-RANGE-FOUND
006070     MOVE WS-LOOK-LOW TO WS-RT-LOW (WS-RANGE-FOUND)
006080     MOVE WS-LOOK-HIGH TO WS-RT-HIGH (WS-RANGE-FOUND)
006090     MOVE 0 TO WS-RT-ROUNDS (WS-RANGE-FOUND).
006100 2450-EXIT.
006110     EXIT.
006120
006130 2460-CHECK-ONE-RANGE.
006140     IF WS-RT-LOW (WS-RANGE-SUB) = WS-LOOK-LOW
006150         AND WS-RT-HIGH (WS-RANGE-SUB) = WS-LOOK-HIGH
006160         MOVE WS-RANGE-SUB TO WS-RANGE-FOUND
006170     END-IF.
006180 2460-EXIT.
006190     EXIT.
006200
006210*****************************************************
006220*  2900-WRITE-BAD-RANGE - AN ANSWER OUTSIDE ITS OWN
006230*  ROUND'S RANGE CANNOT HAVE COME FROM A FAIR DRAW.
006240*  IT IS LISTED UNDER THE OPERATOR AND KEPT OUT OF
006250*  THE SPREAD TEST.
006260*****************************************************
006270 2900-WRITE-BAD-RANGE.
006280     ADD 1 TO WS-BAD-RANGE-COUNT
006290     MOVE SH-ANS TO WS-BL-ANS
006300     MOVE SH-OPERATOR-ID TO WS-BL-OPERATOR
006310     MOVE SH-LOW-BOUND TO WS-BL-LOW
006320     MOVE SH-HIGH-BOUND TO WS-BL-HIGH
006330     MOVE SH-SESSION-DATE TO WS-BL-DATE
006340     MOVE SH-SESSION-TIME TO WS-BL-TIME
006350     MOVE SH-TERMINAL-ID TO WS-BL-TERMINAL
006360     WRITE FAD-LINE FROM WS-BAD-RANGE-LINE
006370     ADD 1 TO WS-LINE-COUNT.
006380 2900-EXIT.
006390     EXIT.
006400
006410*****************************************************
006420*  3000-FINISH-OPERATOR - TEST THE OPERATOR'S SPREAD,
006430*  THEN LIST ANY ANSWER THEY DREW AT LEAST THE REPEAT
006440*  LIMIT TIMES ON ONE RANGE WHEN THAT IS MORE THAN
006450*  TWICE THE COUNT CHANCE WOULD GIVE (ROUNDS ON THE
006460*  RANGE OVER THE NUMBER OF VALUES IN IT).
006470*****************************************************
006480 3000-FINISH-OPERATOR.
006490     MOVE "N" TO WS-IN-OPERATOR-SW
006500     MOVE WS-OPER-GROUP TO WS-CALC-GROUP
006510     MOVE "OPER" TO WS-GL-TYPE
006520     MOVE WS-CUR-OPERATOR TO WS-GL-ID
006530     PERFORM 7000-TEST-GROUP THRU 7000-EXIT
006540     PERFORM 3100-CHECK-ONE-REPEAT THRU 3100-EXIT
006550         VARYING WS-ANSWER-SUB FROM 1 BY 1
006560         UNTIL WS-ANSWER-SUB > WS-ANSWER-COUNT.
006570 3000-EXIT.
006580     EXIT.
006590
006600 3100-CHECK-ONE-REPEAT.
006610     IF WS-AT-COUNT (WS-ANSWER-SUB) < WS-REPEAT-LIMIT
006620         GO TO 3100-EXIT
006630     END-IF
006640     MOVE WS-AT-LOW (WS-ANSWER-SUB) TO WS-LOOK-LOW
006650     MOVE WS-AT-HIGH (WS-ANSWER-SUB) TO WS-LOOK-HIGH
006660     PERFORM 2450-FIND-RANGE THRU 2450-EXIT
006670     MOVE 0 TO WS-EXPECTED-REPEATS
006680     IF WS-RANGE-FOUND > 0
006690         COMPUTE WS-EXPECTED-REPEATS ROUNDED =
006700             WS-RT-ROUNDS (WS-RANGE-FOUND)
006710             / (WS-LOOK-HIGH - WS-LOOK-LOW + 1)
006720     END-IF
006730     IF WS-AT-COUNT (WS-ANSWER-SUB) NOT > WS-EXPECTED-REPEATS * 2
006740         GO TO 3100-EXIT
006750     END-IF
006760     ADD 1 TO WS-REPEAT-FLAG-COUNT
006770     MOVE WS-AT-ANS (WS-ANSWER-SUB) TO WS-RL-ANS
006780     MOVE WS-AT-COUNT (WS-ANSWER-SUB) TO WS-RL-COUNT
006790     MOVE WS-LOOK-LOW TO WS-RL-LOW
006800     MOVE WS-LOOK-HIGH TO WS-RL-HIGH
006810     MOVE WS-EXPECTED-REPEATS TO WS-RL-EXPECTED
006820     WRITE FAD-LINE FROM WS-REPEAT-LINE
006830     ADD 1 TO WS-LINE-COUNT.
006840 3100-EXIT.
006850     EXIT.
006860
006870*****************************************************
006880*  4000-PRINT-TERMINALS - ONE TEST PER TERMINAL.
006890*****************************************************
006900 4000-PRINT-TERMINALS.
006910     MOVE SPACES TO FAD-LINE
006920     WRITE FAD-LINE
006930     MOVE "BY TERMINAL" TO FAD-LINE
006940     WRITE FAD-LINE
006950     PERFORM 4100-TEST-ONE-TERMINAL THRU 4100-EXIT
006960         VARYING WS-TERM-SUB FROM 1 BY 1
006970         UNTIL WS-TERM-SUB > WS-TERM-COUNT.
006980 4000-EXIT.
006990     EXIT.
007000
007010 4100-TEST-ONE-TERMINAL.
007020     MOVE WS-TG-ROUNDS (WS-TERM-SUB) TO WS-CG-ROUNDS
007030     PERFORM 4110-COPY-TERMINAL-BUCKET THRU 4110-EXIT
007040         VARYING WS-BUCKET-SUB FROM 1 BY 1
007050         UNTIL WS-BUCKET-SUB > 10
007060     MOVE "TERM" TO WS-GL-TYPE
007070     MOVE WS-TG-TERMINAL-ID (WS-TERM-SUB) TO WS-GL-ID
007080     PERFORM 7000-TEST-GROUP THRU 7000-EXIT.
007090 4100-EXIT.
007100     EXIT.
007110
007120 4110-COPY-TERMINAL-BUCKET.
007130     MOVE WS-TG-BUCKET (WS-TERM-SUB, WS-BUCKET-SUB)
007140         TO WS-CG-BUCKET (WS-BUCKET-SUB).
007150 4110-EXIT.
007160     EXIT.
007170
007180*****************************************************
007190*  5000-PRINT-HOURS - ONE TEST PER HOUR OF THE DAY
007200*  THAT SAW ANY ROUNDS.
007210*****************************************************
007220 5000-PRINT-HOURS.
007230     MOVE SPACES TO FAD-LINE
007240     WRITE FAD-LINE
007250     MOVE "BY HOUR OF DAY" TO FAD-LINE
007260     WRITE FAD-LINE
007270     PERFORM 5100-TEST-ONE-HOUR THRU 5100-EXIT
007280         VARYING WS-HOUR-SUB FROM 1 BY 1
007290         UNTIL WS-HOUR-SUB > 24.
007300 5000-EXIT.
007310     EXIT.
007320
007330 5100-TEST-ONE-HOUR.
007340     IF WS-HG-ROUNDS (WS-HOUR-SUB) = 0
007350         GO TO 5100-EXIT
007360     END-IF
007370     MOVE WS-HG-ROUNDS (WS-HOUR-SUB) TO WS-CG-ROUNDS
007380     PERFORM 5110-COPY-HOUR-BUCKET THRU 5110-EXIT
007390         VARYING WS-BUCKET-SUB FROM 1 BY 1
007400         UNTIL WS-BUCKET-SUB > 10
007410     MOVE "HOUR" TO WS-GL-TYPE
007420     MOVE SPACES TO WS-GL-ID
007430     COMPUTE WS-TS-HH = WS-HOUR-SUB - 1
007440     STRING WS-TS-HH ":00" DELIMITED BY SIZE INTO WS-GL-ID
007450     PERFORM 7000-TEST-GROUP THRU 7000-EXIT.
007460 5100-EXIT.
007470     EXIT.
007480
007490 5110-COPY-HOUR-BUCKET.
007500     MOVE WS-HG-BUCKET (WS-HOUR-SUB, WS-BUCKET-SUB)
007510         TO WS-CG-BUCKET (WS-BUCKET-SUB).
007520 5110-EXIT.
007530     EXIT.
007540
007550*****************************************************
007560*  6000-PRINT-OVERALL - THE WHOLE FLOOR AS ONE GROUP,
007570*  THEN THE RUN TOTALS.
007580*****************************************************
007590 6000-PRINT-OVERALL.
007600     MOVE SPACES TO FAD-LINE
007610     WRITE FAD-LINE
007620     MOVE "OVERALL" TO FAD-LINE
007630     WRITE FAD-LINE
007640     MOVE WS-ALL-GROUP TO WS-CALC-GROUP
007650     MOVE "ALL " TO WS-GL-TYPE
007660     MOVE "FLOOR" TO WS-GL-ID
007670     PERFORM 7000-TEST-GROUP THRU 7000-EXIT
007680     MOVE SPACES TO FAD-LINE
007690     WRITE FAD-LINE
007700     MOVE WS-GROUP-COUNT TO WS-TOT-GROUPS
007710     MOVE WS-FLAG-COUNT TO WS-TOT-FLAGGED
007720     MOVE WS-REPEAT-FLAG-COUNT TO WS-TOT-REPEATS
007730     WRITE FAD-LINE FROM WS-TOTAL-LINE-1
007740     MOVE WS-HST-READ-COUNT TO WS-TOT-READ
007750     MOVE WS-NARROW-COUNT TO WS-TOT-NARROW
007760     MOVE WS-BAD-RANGE-COUNT TO WS-TOT-BAD-RANGE
007770     WRITE FAD-LINE FROM WS-TOTAL-LINE-2
007780     IF WS-FLAG-COUNT = 0
007790         AND WS-REPEAT-FLAG-COUNT = 0
007800         AND WS-BAD-RANGE-COUNT = 0
007810         MOVE "NO GROUP OUTSIDE TOLERANCE - DRAW LOOKS EVEN"
007820             TO FAD-LINE
007830         WRITE FAD-LINE
007840     END-IF.
007850 6000-EXIT.
007860     EXIT.
007870
007880*****************************************************
007890*  7000-TEST-GROUP - CHI-SQUARE TEST OF THE GROUP IN
007900*  WS-CALC-GROUP AGAINST AN EVEN SPREAD (ONE TENTH OF
007910*  THE ROUNDS IN EACH SLICE), AND ITS REPORT LINE.
007920*  A GROUP UNDER THE MINIMUM ROUNDS IS PRINTED BUT
007930*  NOT JUDGED - TOO FEW ROUNDS PROVE NOTHING.
007940*****************************************************
007950 7000-TEST-GROUP.
007960     MOVE WS-CG-ROUNDS TO WS-GL-ROUNDS
007970     MOVE 0 TO WS-CALC-CHI
007980     MOVE SPACES TO WS-GL-SHARES
007990     IF WS-CG-ROUNDS = 0
008000         MOVE 0 TO WS-GL-CHI
008010         MOVE "NONE" TO WS-GL-FLAG
008020         GO TO 7000-WRITE
008030     END-IF
008040     COMPUTE WS-CALC-EXPECTED = WS-CG-ROUNDS / 10
008050     PERFORM 7100-ADD-ONE-BUCKET THRU 7100-EXIT
008060         VARYING WS-BUCKET-SUB FROM 1 BY 1
008070         UNTIL WS-BUCKET-SUB > 10
008080     MOVE WS-CALC-CHI TO WS-GL-CHI
008090     IF WS-CG-ROUNDS < WS-MIN-ROUNDS
008100         MOVE "SMALL" TO WS-GL-FLAG
008110         GO TO 7000-WRITE
008120     END-IF
008130     ADD 1 TO WS-GROUP-COUNT
008140     IF WS-CALC-CHI > WS-CHI-TOLERANCE
008150         MOVE "**SKW" TO WS-GL-FLAG
008160         ADD 1 TO WS-FLAG-COUNT
008170     ELSE
008180         MOVE SPACES TO WS-GL-FLAG
008190     END-IF.
008200 7000-WRITE.
008210     WRITE FAD-LINE FROM WS-GROUP-LINE
008220     ADD 1 TO WS-LINE-COUNT.
008230 7000-EXIT.
008240     EXIT.
008250
008260 7100-ADD-ONE-BUCKET.
008270     COMPUTE WS-CALC-DIFF =
008280         WS-CG-BUCKET (WS-BUCKET-SUB) - WS-CALC-EXPECTED
008290     COMPUTE WS-CALC-CHI = WS-CALC-CHI
008300         + WS-CALC-DIFF * WS-CALC-DIFF / WS-CALC-EXPECTED
008310         ON SIZE ERROR
008320             MOVE 9999999.9999 TO WS-CALC-CHI
008330     END-COMPUTE
008340     COMPUTE WS-CALC-PCT ROUNDED =
008350         WS-CG-BUCKET (WS-BUCKET-SUB) * 100 / WS-CG-ROUNDS
008360     MOVE WS-CALC-PCT TO WS-GL-SHARE (WS-BUCKET-SUB).
008370 7100-EXIT.
008380     EXIT.
008390
008400*****************************************************
008410*  8500-OPEN-RUNCTL - START THE RUN-CONTROL RECORD
008420*  FOR THIS RUN.  9999 MARKS A RUN STILL IN FLIGHT.
008430*****************************************************
008440 8500-OPEN-RUNCTL.
008450     OPEN I-O RUNCTL-FILE
008460     IF WS-RUNCTL-STATUS = "35"
008470         OPEN OUTPUT RUNCTL-FILE
008480         CLOSE RUNCTL-FILE
008490         OPEN I-O RUNCTL-FILE
008500     END-IF
008510     IF WS-RUNCTL-STATUS NOT = "00"
008520         DISPLAY "GUESSFAD - RUN CONTROL NOT AVAILABLE"
008530         GO TO 8500-EXIT
008540     END-IF
008550     SET WS-RUNCTL-AVAIL TO TRUE
008560     MOVE "GUESSFAD" TO RC-PROGRAM-ID
008570     ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD
008580     ACCEPT RC-RUN-TIME FROM TIME
008590     MOVE 0 TO RC-END-DATE
008600     MOVE 0 TO RC-END-TIME
008610     PERFORM 8510-INIT-ONE-SLOT THRU 8510-EXIT
008620         VARYING WS-RC-SLOT FROM 1 BY 1
008630         UNTIL WS-RC-SLOT > 4
008640     MOVE 9999 TO RC-COMPLETION-CODE
008650     WRITE RC-RUNCTL-RECORD
008660         INVALID KEY
008670             CONTINUE
008680     END-WRITE.
008690 8500-EXIT.
008700     EXIT.
008710
008720 8510-INIT-ONE-SLOT.
008730     MOVE SPACES TO RC-FILE-DD (WS-RC-SLOT)
008740     MOVE 0 TO RC-READ-COUNT (WS-RC-SLOT)
008750     MOVE 0 TO RC-WRITE-COUNT (WS-RC-SLOT).
008760 8510-EXIT.
008770     EXIT.
008780
008790*****************************************************
008800*  8600-FINISH-RUNCTL - CLOSE OUT THE RUN-CONTROL
008810*  RECORD AND PASS THE COMPLETION CODE BACK TO JES.
008820*****************************************************
008830 8600-FINISH-RUNCTL.
008840     IF WS-RUNCTL-AVAIL
008850         ACCEPT RC-END-DATE FROM DATE YYYYMMDD
008860         ACCEPT RC-END-TIME FROM TIME
008870         MOVE "SCOREHST" TO RC-FILE-DD (1)
008880         MOVE WS-HST-READ-COUNT TO RC-READ-COUNT (1)
008890         MOVE "FADOUT  " TO RC-FILE-DD (2)
008900         MOVE WS-LINE-COUNT TO RC-WRITE-COUNT (2)
008910         MOVE WS-RC-COMPLETION TO RC-COMPLETION-CODE
008920         REWRITE RC-RUNCTL-RECORD
008930             INVALID KEY
008940                 CONTINUE
008950         END-REWRITE
008960         CLOSE RUNCTL-FILE
008970     END-IF
008980     MOVE WS-RC-COMPLETION TO RETURN-CODE.
008990 8600-EXIT.
009000     EXIT.
009010
009020*****************************************************
009030*  9000-TERMINATE - CLOSE UP SHOP.
009040*****************************************************
009050 9000-TERMINATE.
009060     CLOSE FAD-FILE
009070     PERFORM 8600-FINISH-RUNCTL THRU 8600-EXIT.
009080 9000-EXIT.
009090     EXIT.
