000010*****************************************************
000020*  IDENTIFICATION DIVISION.
000030*****************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. GUESSHCP.
000060 AUTHOR. D. LARKSPUR.
000070 INSTALLATION. FLOOR OPERATIONS - SHIFT SYSTEMS.
000080 DATE-WRITTEN. 10/15/2026.
000090 DATE-COMPILED.
000100*****************************************************
000110*  MODIFICATION HISTORY.
000120*  DATE        BY    DESCRIPTION
000130*  ----------  ----  ------------------------------
000140*  10/15/2026  DL    ORIGINAL VERSION - NIGHTLY
000150*                    OPERATOR HANDICAPS.  ONE PASS OF
000160*                    DAYSUM IN OPERATOR ORDER AVERAGES
000170*                    EACH OPERATOR'S EFFICIENCY SCORE
000180*                    OVER THE LAST WINDOW= DAYS (PARM,
000190*                    DEFAULT 30) AND POSTS THE AMOUNT
000200*                    IT RUNS ABOVE PAR (100) AS THE
000210*                    HANDICAP ON THE KEYED HANDCAP
000220*                    FILE.  FEWER THAN MINRND= ROUNDS
000230*                    IN THE WINDOW (DEFAULT 5) HOLDS
000240*                    THE HANDICAP WHERE IT WAS.
000250*                    HCPOUT LISTS EVERY OPERATOR'S OLD
000260*                    AND NEW HANDICAP AND THE MOVE.
000270*                    DATE=YYYYMMDD ON THE PARM RUNS AS
000280*                    OF ANOTHER DAY (DEFAULT TODAY).
000290*****************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-370.
000330 OBJECT-COMPUTER. IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT DAYSUM-FILE ASSIGN TO "DAYSUM"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS DS-SUMMARY-KEY
000400         FILE STATUS IS WS-DAYSUM-STATUS.
000410
000420     SELECT HANDCAP-FILE ASSIGN TO "HANDCAP"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS HC-OPERATOR-ID
000460         FILE STATUS IS WS-HANDCAP-STATUS.
000470
000480     SELECT OPERMST-FILE ASSIGN TO "OPERMST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS OP-OPERATOR-ID
000520         FILE STATUS IS WS-OPERMST-STATUS.
000530
000540     SELECT HCP-FILE ASSIGN TO "HCPOUT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-HCP-STATUS.
000570
000580     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS RC-RUNCTL-KEY
000620         FILE STATUS IS WS-RUNCTL-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  DAYSUM-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY DAYSUMR.
000690
000700 FD  HANDCAP-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY HCAPR.
000730
000740 FD  OPERMST-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY OPERMR.
000770
000780 FD  HCP-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 01  HCP-LINE                         PIC X(80).
000810
000820 FD  RUNCTL-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY RUNCTLR.
000850
000860 WORKING-STORAGE SECTION.
000870 01  WS-RUNCTL-STATUS                 PIC X(02) VALUE SPACES.
000880 01  WS-RUNCTL-AVAIL-SW               PIC X(01) VALUE "N".
000890     88  WS-RUNCTL-AVAIL                  VALUE "Y".
000900 01  WS-RC-COMPLETION                 PIC 9(04) VALUE 0.
000910 01  WS-RC-SLOT                       PIC 9(01) COMP.
000920 01  WS-DAYSUM-STATUS                 PIC X(02) VALUE SPACES.
000930 01  WS-HANDCAP-STATUS                PIC X(02) VALUE SPACES.
000940 01  WS-OPERMST-STATUS                PIC X(02) VALUE SPACES.
000950 01  WS-HCP-STATUS                    PIC X(02) VALUE SPACES.
000960
000970 01  WS-DAYSUM-OPEN-SW                PIC X(01) VALUE "N".
000980     88  WS-DAYSUM-OPEN                   VALUE "Y".
000990 01  WS-SUM-EOF-SW                    PIC X(01) VALUE "N".
001000     88  WS-SUM-EOF                       VALUE "Y".
001010 01  WS-HANDCAP-OPEN-SW               PIC X(01) VALUE "N".
001020     88  WS-HANDCAP-OPEN                  VALUE "Y".
001030 01  WS-OPERMST-AVAIL-SW              PIC X(01) VALUE "N".
001040     88  WS-OPERMST-AVAIL                 VALUE "Y".
001050 01  WS-HCAP-FOUND-SW                 PIC X(01) VALUE "N".
001060     88  WS-HCAP-FOUND                    VALUE "Y".
001070
001080*    PAR IS THE EFFICIENCY SCORE OF A ROUND PLAYED IN
001090*    EXACTLY THE IDEAL HALVING NUMBER OF TRIES.
001100 01  WS-PAR-EFF                       PIC 9(03)V99 VALUE 100.
001110 01  WS-WINDOW-DAYS                   PIC 9(03) VALUE 30.
001120 01  WS-MIN-ROUNDS                    PIC 9(05) VALUE 5.
001130 01  WS-RUN-DATE                      PIC 9(08).
001140 01  WS-RUN-DISP                      PIC X(08).
001150 01  WS-START-DATE                    PIC 9(08).
001160 01  WS-START-DISP                    PIC X(08).
001170
001180 01  WS-CUR-OPERATOR                  PIC X(08) VALUE SPACES.
001190 01  WS-ACC-ROUNDS                    PIC 9(05).
001200 01  WS-ACC-EFF                       PIC 9(09)V99.
001210 01  WS-AVG-EFF                       PIC 9(03)V99.
001220 01  WS-NEW-HANDICAP                  PIC 9(03)V99.
001230 01  WS-OLD-HANDICAP                  PIC 9(03)V99.
001240 01  WS-MOVE                          PIC S9(03)V99.
001250
001260 01  WS-SUM-READ-COUNT                PIC 9(07) VALUE 0.
001270 01  WS-HCAP-WRITE-COUNT              PIC 9(07) VALUE 0.
001280 01  WS-LINE-COUNT                    PIC 9(07) VALUE 0.
001290 01  WS-OPER-COUNT                    PIC 9(07) VALUE 0.
001300 01  WS-NEW-COUNT                     PIC 9(07) VALUE 0.
001310 01  WS-UP-COUNT                      PIC 9(07) VALUE 0.
001320 01  WS-DOWN-COUNT                    PIC 9(07) VALUE 0.
001330 01  WS-SAME-COUNT                    PIC 9(07) VALUE 0.
001340 01  WS-HELD-COUNT                    PIC 9(07) VALUE 0.
001350
001360 01  WS-HDR-1.
001370     05  FILLER                       PIC X(29)
001380         VALUE "GUESS OPERATOR HANDICAPS - AS".
001390     05  FILLER                       PIC X(04)  VALUE " OF ".
001400     05  WS-HDR-DATE                  PIC X(08).
001410     05  FILLER                       PIC X(39) VALUE SPACES.
001420
001430 01  WS-HDR-2.
001440     05  FILLER                       PIC X(07)
001450         VALUE "WINDOW ".
001460     05  WS-HDR-START                 PIC X(08).
001470     05  FILLER                       PIC X(03)  VALUE " - ".
001480     05  WS-HDR-END                   PIC X(08).
001490     05  FILLER                       PIC X(06)  VALUE "  PAR ".
001500     05  WS-HDR-PAR                   PIC ZZ9.99.
001510     05  FILLER                       PIC X(14)
001520         VALUE "  MIN ROUNDS  ".
001530     05  WS-HDR-MIN                   PIC ZZZZ9.
001540     05  FILLER                       PIC X(23) VALUE SPACES.
001550
001560 01  WS-HDR-3.
001570     05  FILLER                       PIC X(09)
001580         VALUE "OPERATOR ".
001590     05  FILLER                       PIC X(21)
001600         VALUE "NAME".
001610     05  FILLER                       PIC X(07)
001620         VALUE "ROUNDS ".
001630     05  FILLER                       PIC X(08)
001640         VALUE "AVG EFF ".
001650     05  FILLER                       PIC X(08)
001660         VALUE "  OLD   ".
001670     05  FILLER                       PIC X(08)
001680         VALUE "  NEW   ".
001690     05  FILLER                       PIC X(09)
001700         VALUE "   MOVE  ".
001710     05  FILLER                       PIC X(10)
001720         VALUE "STATUS".
001730
001740 01  WS-DETAIL-LINE.
001750     05  WS-DTL-OPERATOR              PIC X(08).
001760     05  FILLER                       PIC X(01)  VALUE SPACE.
001770     05  WS-DTL-NAME                  PIC X(20).
001780     05  FILLER                       PIC X(01)  VALUE SPACE.
001790     05  WS-DTL-ROUNDS                PIC ZZZZ9.
001800     05  FILLER                       PIC X(02)  VALUE SPACES.
001810     05  WS-DTL-AVG-EFF               PIC ZZ9.99.
001820     05  FILLER                       PIC X(02)  VALUE SPACES.
001830     05  WS-DTL-OLD                   PIC ZZ9.99.
001840     05  FILLER                       PIC X(02)  VALUE SPACES.
001850     05  WS-DTL-NEW                   PIC ZZ9.99.
001860     05  FILLER                       PIC X(02)  VALUE SPACES.
001870     05  WS-DTL-MOVE                  PIC +ZZ9.99.
001880     05  FILLER                       PIC X(02)  VALUE SPACES.
001890     05  WS-DTL-STATUS                PIC X(08).
001900     05  FILLER                       PIC X(02)  VALUE SPACES.
001910
001920 01  WS-TOTAL-LINE-1.
001930     05  FILLER                       PIC X(18)
001940         VALUE "OPERATORS RATED   ".
001950     05  WS-TOT-OPERS                 PIC ZZZZZZ9.
001960     05  FILLER                       PIC X(10)
001970         VALUE "   NEW    ".
001980     05  WS-TOT-NEW                   PIC ZZZZZZ9.
001990     05  FILLER                       PIC X(10)
002000         VALUE "   HELD   ".
002010     05  WS-TOT-HELD                  PIC ZZZZZZ9.
002020     05  FILLER                       PIC X(21)  VALUE SPACES.
002030
002040 01  WS-TOTAL-LINE-2.
002050     05  FILLER                       PIC X(18)
002060         VALUE "HANDICAP UP       ".
002070     05  WS-TOT-UP                    PIC ZZZZZZ9.
002080     05  FILLER                       PIC X(10)
002090         VALUE "   DOWN   ".
002100     05  WS-TOT-DOWN                  PIC ZZZZZZ9.
002110     05  FILLER                       PIC X(10)
002120         VALUE "   SAME   ".
002130     05  WS-TOT-SAME                  PIC ZZZZZZ9.
002140     05  FILLER                       PIC X(21)  VALUE SPACES.
002150
002160 01  WS-FOOTER-LINE.
002170     05  FILLER                       PIC X(22)
002180         VALUE "RECORDS READ DAYSUM   ".
002190     05  WS-FTR-COUNT                 PIC ZZZZZZ9.
002200     05  FILLER                       PIC X(51)  VALUE SPACES.
002210
002220 01  WS-PARM-TOKENS.
002230     05  WS-PARM-TOKEN-1                  PIC X(20).
002240     05  WS-PARM-TOKEN-2                  PIC X(20).
002250     05  WS-PARM-TOKEN-3                  PIC X(20).
002260     05  WS-PARM-TOKEN-4                  PIC X(20).
002270     05  WS-PARM-TOKEN-5                  PIC X(20).
002280 01  WS-PARM-TOKEN-TBL REDEFINES WS-PARM-TOKENS.
002290     05  WS-PARM-TOKEN                    PIC X(20)
002300                                           OCCURS 5 TIMES.
002310 01  WS-TOKEN-SUB                     PIC 9(01) COMP.
002320 01  WS-PARM-ONE-TOKEN                PIC X(20).
002330 01  WS-PARM-KEY                      PIC X(10).
002340 01  WS-PARM-VALUE                    PIC X(10).
002350
002360 LINKAGE SECTION.
002370 01  LK-PARM-LENGTH                   PIC S9(04) COMP.
002380 01  LK-PARM-TEXT                     PIC X(80).
002390
002400 PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-TEXT.
002410*****************************************************
002420*  0000-MAINLINE.
002430*****************************************************
002440 0000-MAINLINE.
002450     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002460     PERFORM 2000-RATE-OPERATORS THRU 2000-EXIT
002470     PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT
002480     PERFORM 9000-TERMINATE THRU 9000-EXIT
002490     STOP RUN.
002500
002510*****************************************************
002520*  1000-INITIALIZE - PARSE THE PARM, WORK OUT THE
002530*  WINDOW, OPEN THE FILES AND PRINT THE HEADINGS.
002540*  THE HANDICAP FILE IS CREATED ON FIRST USE.
002550*****************************************************
002560 1000-INITIALIZE.
002570     PERFORM 8500-OPEN-RUNCTL THRU 8500-EXIT
002580     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002590     IF LK-PARM-LENGTH > 0
002600         PERFORM 1110-PARSE-PARM-STRING THRU 1110-EXIT
002610     END-IF
002620     IF WS-WINDOW-DAYS = 0
002630         MOVE 30 TO WS-WINDOW-DAYS
002640     END-IF
002650     IF WS-MIN-ROUNDS = 0
002660         MOVE 1 TO WS-MIN-ROUNDS
002670     END-IF
002680     COMPUTE WS-START-DATE = FUNCTION DATE-OF-INTEGER
002690         (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
002700             - WS-WINDOW-DAYS + 1)
002710     MOVE WS-RUN-DATE TO WS-RUN-DISP
002720     MOVE WS-START-DATE TO WS-START-DISP
002730     OPEN OUTPUT HCP-FILE
002740     MOVE WS-RUN-DISP TO WS-HDR-DATE WS-HDR-END
002750     MOVE WS-START-DISP TO WS-HDR-START
002760     MOVE WS-PAR-EFF TO WS-HDR-PAR
002770     MOVE WS-MIN-ROUNDS TO WS-HDR-MIN
002780     WRITE HCP-LINE FROM WS-HDR-1
002790     WRITE HCP-LINE FROM WS-HDR-2
002800     MOVE SPACES TO HCP-LINE
002810     WRITE HCP-LINE
002820     WRITE HCP-LINE FROM WS-HDR-3
002830     ADD 4 TO WS-LINE-COUNT
002840     OPEN INPUT DAYSUM-FILE
002850     IF WS-DAYSUM-STATUS = "00"
002860         SET WS-DAYSUM-OPEN TO TRUE
002870     ELSE
002880         SET WS-SUM-EOF TO TRUE
002890         IF WS-DAYSUM-STATUS NOT = "35"
002900             DISPLAY "GUESSHCP - DAYSUM OPEN FAILED, STATUS "
002910                 WS-DAYSUM-STATUS
002920             MOVE 8 TO WS-RC-COMPLETION
002930         END-IF
002940     END-IF
002950     OPEN I-O HANDCAP-FILE
002960     IF WS-HANDCAP-STATUS = "35"
002970         OPEN OUTPUT HANDCAP-FILE
002980         CLOSE HANDCAP-FILE
002990         OPEN I-O HANDCAP-FILE
003000     END-IF
003010     IF WS-HANDCAP-STATUS = "00"
003020         SET WS-HANDCAP-OPEN TO TRUE
003030     ELSE
003040         DISPLAY "GUESSHCP - HANDCAP OPEN FAILED, STATUS "
003050             WS-HANDCAP-STATUS " - NOTHING RATED"
003060         MOVE 8 TO WS-RC-COMPLETION
003070         SET WS-SUM-EOF TO TRUE
003080     END-IF
003090     OPEN INPUT OPERMST-FILE
003100     IF WS-OPERMST-STATUS = "00"
003110         SET WS-OPERMST-AVAIL TO TRUE
003120     END-IF.
003130 1000-EXIT.
003140     EXIT.
003150
003160 1110-PARSE-PARM-STRING.
003170     UNSTRING LK-PARM-TEXT (1:LK-PARM-LENGTH) DELIMITED BY ","
003180         INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
003190              WS-PARM-TOKEN-3 WS-PARM-TOKEN-4
003200              WS-PARM-TOKEN-5
003210     PERFORM 1111-APPLY-TOKEN THRU 1111-EXIT
003220         VARYING WS-TOKEN-SUB FROM 1 BY 1
003230         UNTIL WS-TOKEN-SUB > 5.
003240 1110-EXIT.
003250     EXIT.
003260
003270 1111-APPLY-TOKEN.
003280     MOVE WS-PARM-TOKEN (WS-TOKEN-SUB) TO WS-PARM-ONE-TOKEN
003290     UNSTRING WS-PARM-ONE-TOKEN DELIMITED BY "="
003300         INTO WS-PARM-KEY WS-PARM-VALUE
003310     EVALUATE WS-PARM-KEY
003320         WHEN "DATE"
003330             MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
003340                 TO WS-RUN-DATE
003350         WHEN "WINDOW"
003360             MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
003370                 TO WS-WINDOW-DAYS
003380         WHEN "MINRND"
003390             MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
003400                 TO WS-MIN-ROUNDS
003410         WHEN OTHER
003420             CONTINUE
003430     END-EVALUATE.
003440 1111-EXIT.
003450     EXIT.
003460
003470*****************************************************
003480*  2000-RATE-OPERATORS - ONE PASS OF DAYSUM.  THE
003490*  FILE IS KEYED OPERATOR THEN DATE, SO EACH
003500*  OPERATOR'S DAYS ARRIVE TOGETHER AND ARE RATED ON
003510*  THE BREAK.  DAYS OUTSIDE THE WINDOW STILL BREAK
003520*  THE OPERATOR BUT ADD NOTHING.
003530*****************************************************
003540 2000-RATE-OPERATORS.
003550     PERFORM 2100-READ-ONE-SUMMARY THRU 2100-EXIT
003560         UNTIL WS-SUM-EOF
003570     IF WS-CUR-OPERATOR NOT = SPACES
003580         PERFORM 2300-RATE-OPERATOR THRU 2300-EXIT
003590     END-IF.
003600 2000-EXIT.
003610     EXIT.
003620
003630 2100-READ-ONE-SUMMARY.
003640     READ DAYSUM-FILE NEXT RECORD
003650         AT END
003660             SET WS-SUM-EOF TO TRUE
003670     END-READ
003680     IF WS-SUM-EOF
003690         GO TO 2100-EXIT
003700     END-IF
003710     IF WS-DAYSUM-STATUS NOT = "00"
003720         SET WS-SUM-EOF TO TRUE
003730         GO TO 2100-EXIT
003740     END-IF
003750     ADD 1 TO WS-SUM-READ-COUNT
003760     IF DS-OPERATOR-ID NOT = WS-CUR-OPERATOR
003770         IF WS-CUR-OPERATOR NOT = SPACES
003780             PERFORM 2300-RATE-OPERATOR THRU 2300-EXIT
003790         END-IF
003800         MOVE DS-OPERATOR-ID TO WS-CUR-OPERATOR
003810         MOVE 0 TO WS-ACC-ROUNDS
003820         MOVE 0 TO WS-ACC-EFF
003830     END-IF
003840     IF DS-SUMMARY-DATE NOT LESS THAN WS-START-DISP
003850             AND DS-SUMMARY-DATE NOT GREATER THAN WS-RUN-DISP
003860         ADD DS-ROUNDS TO WS-ACC-ROUNDS
003870         ADD DS-TOTAL-EFF TO WS-ACC-EFF
003880     END-IF.
003890 2100-EXIT.
003900     EXIT.
003910
003920*****************************************************
003930*  2300-RATE-OPERATOR - WORK OUT THE OPERATOR'S NEW
003940*  HANDICAP AND POST IT.  THE OLD HANDICAP IS THE
003950*  ONE IN FORCE BEFORE TODAY, SO A RERUN FOR THE
003960*  SAME DATE SHOWS THE SAME MOVE RATHER THAN NONE.
003970*  AN OPERATOR WITH NO HANDICAP YET AND TOO FEW
003980*  ROUNDS IS LEFT OFF THE FILE ALTOGETHER.
003990*****************************************************
004000 2300-RATE-OPERATOR.
004010     IF WS-ACC-ROUNDS = 0
004020         GO TO 2300-EXIT
004030     END-IF
004040     MOVE "N" TO WS-HCAP-FOUND-SW
004050     MOVE WS-CUR-OPERATOR TO HC-OPERATOR-ID
004060     READ HANDCAP-FILE
004070         INVALID KEY
004080             CONTINUE
004090         NOT INVALID KEY
004100             SET WS-HCAP-FOUND TO TRUE
004110     END-READ
004120     COMPUTE WS-AVG-EFF ROUNDED = WS-ACC-EFF / WS-ACC-ROUNDS
004130         ON SIZE ERROR
004140             MOVE 999.99 TO WS-AVG-EFF
004150     END-COMPUTE
004160     MOVE 0 TO WS-OLD-HANDICAP
004170     IF WS-HCAP-FOUND
004180         IF HC-COMPUTED-DATE = WS-RUN-DATE
004190             MOVE HC-PRIOR-HANDICAP TO WS-OLD-HANDICAP
004200         ELSE
004210             MOVE HC-HANDICAP TO WS-OLD-HANDICAP
004220         END-IF
004230     END-IF
004240     MOVE SPACES TO WS-DTL-STATUS
004250     IF WS-ACC-ROUNDS < WS-MIN-ROUNDS
004260         IF NOT WS-HCAP-FOUND
004270             MOVE 0 TO WS-NEW-HANDICAP
004280             MOVE "NO HCP" TO WS-DTL-STATUS
004290             PERFORM 2500-PRINT-OPERATOR THRU 2500-EXIT
004300             GO TO 2300-EXIT
004310         END-IF
004320         MOVE WS-OLD-HANDICAP TO WS-NEW-HANDICAP
004330         MOVE "HELD" TO WS-DTL-STATUS
004340         ADD 1 TO WS-HELD-COUNT
004350     ELSE
004360         IF WS-AVG-EFF > WS-PAR-EFF
004370             COMPUTE WS-NEW-HANDICAP =
004380                 WS-AVG-EFF - WS-PAR-EFF
004390         ELSE
004400             MOVE 0 TO WS-NEW-HANDICAP
004410         END-IF
004420     END-IF
004430     IF WS-DTL-STATUS = SPACES
004440         EVALUATE TRUE
004450             WHEN NOT WS-HCAP-FOUND
004460                 MOVE "NEW" TO WS-DTL-STATUS
004470                 ADD 1 TO WS-NEW-COUNT
004480             WHEN WS-NEW-HANDICAP > WS-OLD-HANDICAP
004490                 MOVE "UP" TO WS-DTL-STATUS
004500                 ADD 1 TO WS-UP-COUNT
004510             WHEN WS-NEW-HANDICAP < WS-OLD-HANDICAP
004520                 MOVE "DOWN" TO WS-DTL-STATUS
004530                 ADD 1 TO WS-DOWN-COUNT
004540             WHEN OTHER
004550                 MOVE "SAME" TO WS-DTL-STATUS
004560                 ADD 1 TO WS-SAME-COUNT
004570         END-EVALUATE
004580     END-IF
004590     PERFORM 2400-POST-HANDICAP THRU 2400-EXIT
004600     PERFORM 2500-PRINT-OPERATOR THRU 2500-EXIT
004610     ADD 1 TO WS-OPER-COUNT.
004620 2300-EXIT.
004630     EXIT.
004640
004650*****************************************************
004660*  2400-POST-HANDICAP - REWRITE THE OPERATOR'S
004670*  HANDICAP RECORD, OR WRITE ONE FOR A NEW OPERATOR.
004680*****************************************************
004690 2400-POST-HANDICAP.
004700     IF NOT WS-HCAP-FOUND
004710         MOVE SPACES TO HC-HANDCAP-RECORD
004720         MOVE WS-CUR-OPERATOR TO HC-OPERATOR-ID
004730     END-IF
004740     MOVE WS-NEW-HANDICAP TO HC-HANDICAP
004750     MOVE WS-OLD-HANDICAP TO HC-PRIOR-HANDICAP
004760     MOVE WS-AVG-EFF TO HC-AVG-EFF
004770     MOVE WS-WINDOW-DAYS TO HC-WINDOW-DAYS
004780     MOVE WS-ACC-ROUNDS TO HC-WINDOW-ROUNDS
004790     MOVE WS-RUN-DATE TO HC-COMPUTED-DATE
004800     IF WS-HCAP-FOUND
004810         REWRITE HC-HANDCAP-RECORD
004820             INVALID KEY
004830                 DISPLAY "GUESSHCP - HANDCAP REWRITE FAILED "
004840                     WS-CUR-OPERATOR
004850                 MOVE 8 TO WS-RC-COMPLETION
004860                 GO TO 2400-EXIT
004870         END-REWRITE
004880     ELSE
004890         WRITE HC-HANDCAP-RECORD
004900             INVALID KEY
004910                 DISPLAY "GUESSHCP - HANDCAP WRITE FAILED "
004920                     WS-CUR-OPERATOR
004930                 MOVE 8 TO WS-RC-COMPLETION
004940                 GO TO 2400-EXIT
004950         END-WRITE
004960     END-IF
004970     ADD 1 TO WS-HCAP-WRITE-COUNT.
004980 2400-EXIT.
004990     EXIT.
005000
005010*****************************************************
005020*  2500-PRINT-OPERATOR - ONE LINE OF THE MOVEMENT
005030*  REPORT, WITH THE DISPLAY NAME OFF OPERMST.
005040*****************************************************
005050 2500-PRINT-OPERATOR.
005060     MOVE WS-CUR-OPERATOR TO WS-DTL-OPERATOR
005070     MOVE SPACES TO WS-DTL-NAME
005080     IF WS-OPERMST-AVAIL
005090         MOVE WS-CUR-OPERATOR TO OP-OPERATOR-ID
005100         READ OPERMST-FILE
005110             INVALID KEY
005120                 CONTINUE
005130             NOT INVALID KEY
005140                 MOVE OP-DISPLAY-NAME TO WS-DTL-NAME
005150         END-READ
005160     END-IF
005170     COMPUTE WS-MOVE = WS-NEW-HANDICAP - WS-OLD-HANDICAP
005180     MOVE WS-ACC-ROUNDS TO WS-DTL-ROUNDS
005190     MOVE WS-AVG-EFF TO WS-DTL-AVG-EFF
005200     MOVE WS-OLD-HANDICAP TO WS-DTL-OLD
005210     MOVE WS-NEW-HANDICAP TO WS-DTL-NEW
005220     MOVE WS-MOVE TO WS-DTL-MOVE
005230     WRITE HCP-LINE FROM WS-DETAIL-LINE
005240     ADD 1 TO WS-LINE-COUNT.
005250 2500-EXIT.
005260     EXIT.
005270
005280*****************************************************
005290*  4000-WRITE-TOTALS - MOVEMENT COUNTS AND FOOTER.
005300*****************************************************
005310 4000-WRITE-TOTALS.
005320     MOVE SPACES TO HCP-LINE
005330     WRITE HCP-LINE
005340     MOVE WS-OPER-COUNT TO WS-TOT-OPERS
005350     MOVE WS-NEW-COUNT TO WS-TOT-NEW
005360     MOVE WS-HELD-COUNT TO WS-TOT-HELD
005370     WRITE HCP-LINE FROM WS-TOTAL-LINE-1
005380     MOVE WS-UP-COUNT TO WS-TOT-UP
005390     MOVE WS-DOWN-COUNT TO WS-TOT-DOWN
005400     MOVE WS-SAME-COUNT TO WS-TOT-SAME
005410     WRITE HCP-LINE FROM WS-TOTAL-LINE-2
005420     MOVE WS-SUM-READ-COUNT TO WS-FTR-COUNT
005430     WRITE HCP-LINE FROM WS-FOOTER-LINE
005440     ADD 4 TO WS-LINE-COUNT.
005450 4000-EXIT.
005460     EXIT.
005470
005480*****************************************************
005490*  8500-OPEN-RUNCTL - START THE RUN-CONTROL RECORD
005500*  FOR THIS RUN.  9999 MARKS A RUN STILL IN FLIGHT.
005510*****************************************************
005520 8500-OPEN-RUNCTL.
005530     OPEN I-O RUNCTL-FILE
005540     IF WS-RUNCTL-STATUS = "35"
005550         OPEN OUTPUT RUNCTL-FILE
005560         CLOSE RUNCTL-FILE
005570         OPEN I-O RUNCTL-FILE
005580     END-IF
005590     IF WS-RUNCTL-STATUS NOT = "00"
005600         DISPLAY "GUESSHCP - RUN CONTROL NOT AVAILABLE"
005610         GO TO 8500-EXIT
005620     END-IF
005630     SET WS-RUNCTL-AVAIL TO TRUE
005640     MOVE "GUESSHCP" TO RC-PROGRAM-ID
005650     ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD
005660     ACCEPT RC-RUN-TIME FROM TIME
005670     MOVE 0 TO RC-END-DATE
005680     MOVE 0 TO RC-END-TIME
005690     PERFORM 8510-INIT-ONE-SLOT THRU 8510-EXIT
005700         VARYING WS-RC-SLOT FROM 1 BY 1
005710         UNTIL WS-RC-SLOT > 4
005720     MOVE 9999 TO RC-COMPLETION-CODE
005730     WRITE RC-RUNCTL-RECORD
005740         INVALID KEY
005750             CONTINUE
005760     END-WRITE.
005770 8500-EXIT.
005780     EXIT.
005790
005800 8510-INIT-ONE-SLOT.
005810     MOVE SPACES TO RC-FILE-DD (WS-RC-SLOT)
005820     MOVE 0 TO RC-READ-COUNT (WS-RC-SLOT)
005830     MOVE 0 TO RC-WRITE-COUNT (WS-RC-SLOT).
005840 8510-EXIT.
005850     EXIT.
005860
005870*****************************************************
005880*  8600-FINISH-RUNCTL - CLOSE OUT THE RUN-CONTROL
005890*  RECORD AND PASS THE COMPLETION CODE BACK TO JES.
005900*****************************************************
005910 8600-FINISH-RUNCTL.
005920     IF WS-RUNCTL-AVAIL
005930         ACCEPT RC-END-DATE FROM DATE YYYYMMDD
005940         ACCEPT RC-END-TIME FROM TIME
005950         MOVE "DAYSUM  " TO RC-FILE-DD (1)
005960         MOVE WS-SUM-READ-COUNT TO RC-READ-COUNT (1)
005970         MOVE "HANDCAP " TO RC-FILE-DD (2)
005980         MOVE WS-HCAP-WRITE-COUNT TO RC-WRITE-COUNT (2)
005990         MOVE "HCPOUT  " TO RC-FILE-DD (3)
006000         MOVE WS-LINE-COUNT TO RC-WRITE-COUNT (3)
006010         MOVE WS-RC-COMPLETION TO RC-COMPLETION-CODE
006020         REWRITE RC-RUNCTL-RECORD
006030             INVALID KEY
006040                 CONTINUE
006050         END-REWRITE
006060         CLOSE RUNCTL-FILE
006070     END-IF
006080     MOVE WS-RC-COMPLETION TO RETURN-CODE.
006090 8600-EXIT.
006100     EXIT.
006110
006120*****************************************************
006130*  9000-TERMINATE - CLOSE UP SHOP.
006140*****************************************************
006150 9000-TERMINATE.
006160     CLOSE HCP-FILE
006170     IF WS-DAYSUM-OPEN
006180         CLOSE DAYSUM-FILE
006190     END-IF
006200     IF WS-HANDCAP-OPEN
006210         CLOSE HANDCAP-FILE
006220     END-IF
006230     IF WS-OPERMST-AVAIL
006240         CLOSE OPERMST-FILE
006250     END-IF
006260     PERFORM 8600-FINISH-RUNCTL THRU 8600-EXIT.
006270 9000-EXIT.
006280     EXIT.
