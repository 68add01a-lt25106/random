000010*****************************************************
000020*  IDENTIFICATION DIVISION.
000030*****************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. GUESSRBH.
000060 AUTHOR. D. LARKSPUR.
000070 INSTALLATION. FLOOR OPERATIONS - SHIFT SYSTEMS.
000080 DATE-WRITTEN. 10/15/2026.
000090 DATE-COMPILED.
000100*****************************************************
000110*  MODIFICATION HISTORY.
000120*  DATE        BY    DESCRIPTION
000130*  ----------  ----  ------------------------------
000140*  10/15/2026  DL    ORIGINAL VERSION - REBUILD OF
000150*                    MISSING SCOREHST ROUNDS FROM THE
000160*                    AUDIT TRAIL.  AUDIT GUESSES (AND
000170*                    THE AUDTARCH ARCHIVE WITH ARCH=Y)
000180*                    ARE SORTED ONTO THE HISTORY KEY;
000190*                    EACH SESSION WITH NO SCOREHST
000200*                    ROUND GETS ONE BUILT - TRIES,
000210*                    ANSWER, OUTCOME, EFFICIENCY,
000220*                    SHIFT DATE, TOURNAMENT OR
000230*                    CHALLENGE ID - OR IS DECLINED
000240*                    WITH A REASON.  MODE=APPLY
000250*                    WRITES THEM; THE DEFAULT ONLY
000260*                    LISTS THEM ON RBHOUT.
000270*****************************************************
000280*  PARM (ALL OPTIONAL, COMMA SEPARATED):
000290*    FROM=YYYYMMDD  FIRST SESSION DATE  (DEFAULT ALL)
000300*    TO=YYYYMMDD    LAST SESSION DATE   (DEFAULT ALL)
000310*    MODE=APPLY     WRITE THE ROUNDS    (DEFAULT
000320*                   REPORT - LIST ONLY)
000330*    ARCH=Y         ALSO READ AUDTARCH  (DEFAULT N)
000340*    CUTOVER=HHMM   NIGHT SHIFT CUTOVER (DEFAULT 0600)
000350*    LOW=N          FLOOR RANGE LOW     (DEFAULT 0)
000360*    HIGH=N         FLOOR RANGE HIGH    (DEFAULT 99)
000370*    MAX=N          FLOOR TRIES LIMIT   (DEFAULT 25)
000380*                   SET THESE TO MATCH THE GUESS
000390*                   PARM THE FLOOR RUNS UNDER.
000400*  THE ROUND'S RANGE AND TRIES LIMIT ARE NOT ON THE
000410*  AUDIT TRAIL.  THEY ARE TAKEN THE WAY GUESS SETS
000420*  THEM AT SIGN-ON: THE CHALLENGE THE SESSION WAS A
000430*  SIDE OF, ELSE THE TRNMST WINDOW COVERING THE
000440*  SESSION DATE, ELSE THE OPERATOR'S OPERPRF PROFILE,
000450*  ELSE THE LOW=/HIGH=/MAX= PARM.  A SESSION WITH A
000460*  GUESS OUTSIDE THAT RANGE WAS PLAYED ON SOME OTHER
000470*  PARM AND IS DECLINED.
000480*  A ROUND WITH NO CORRECT GUESS IS OUT OF TRIES WHEN
000490*  IT USED THE LIMIT, OTHERWISE ABANDONED (SCORED OFF
000500*  THE FULL LIMIT, THE WAY GUESSSWP SCORES IT).  ITS
000510*  ANSWER IS ONLY KNOWN WHEN THE VERDICTS PIN IT TO
000520*  ONE VALUE; OTHERWISE THE ROUND IS FLAGGED ANSWER
000530*  UNKNOWN (SH-ANS-STATUS "U") AND SH-ANS IS ZERO.
000540*  DECLINE REASONS:
000550*    STILL IN PLAY   CKPT STILL HOLDS THE SESSION
000560*    TRY GAP         A TRY NUMBER IS MISSING
000570*    GUESS AFTER WIN GUESSES FOLLOW THE CORRECT ONE
000580*    OUTSIDE RANGE   A GUESS OUTSIDE THE RANGE
000590*    WRITE FAILED    SCOREHST WRITE ERROR (RC 8)
000600*****************************************************
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER. IBM-370.
000640 OBJECT-COMPUTER. IBM-370.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT SCOREHST-FILE ASSIGN TO "SCOREHST"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS SH-HIST-KEY
000710         FILE STATUS IS WS-SCOREHST-STATUS.
000720
000730     SELECT AUDIT-FILE ASSIGN TO "AUDIT"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS SEQUENTIAL
000760         RECORD KEY IS AU-AUDIT-KEY
000770         FILE STATUS IS WS-AUDIT-STATUS.
000780
000790     SELECT AUDTARCH-FILE ASSIGN TO "AUDTARCH"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-AUDTARCH-STATUS.
000820
000830     SELECT CKPT-FILE ASSIGN TO "CKPT"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS CK-CKPT-KEY
000870         FILE STATUS IS WS-CKPT-STATUS.
000880
000890     SELECT OPERMST-FILE ASSIGN TO "OPERMST"
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS OP-OPERATOR-ID
000930         FILE STATUS IS WS-OPERMST-STATUS.
000940
000950     SELECT OPERPRF-FILE ASSIGN TO "OPERPRF"
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS DYNAMIC
000980         RECORD KEY IS PR-OPERATOR-ID
000990         FILE STATUS IS WS-OPERPRF-STATUS.
001000
001010     SELECT TRNMST-FILE ASSIGN TO "TRNMST"
001020         ORGANIZATION IS INDEXED
001030         ACCESS MODE IS DYNAMIC
001040         RECORD KEY IS TN-TOURN-ID
001050         FILE STATUS IS WS-TRNMST-STATUS.
001060
001070     SELECT CHALLNG-FILE ASSIGN TO "CHALLNG"
001080         ORGANIZATION IS INDEXED
001090         ACCESS MODE IS DYNAMIC
001100         RECORD KEY IS CL-CHAL-ID
001110         FILE STATUS IS WS-CHALLNG-STATUS.
001120
001130     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK06".
001140
001150     SELECT RBH-FILE ASSIGN TO "RBHOUT"
001160         ORGANIZATION IS LINE SEQUENTIAL
001170         FILE STATUS IS WS-RBH-STATUS.
001180
001190     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
001200         ORGANIZATION IS INDEXED
001210         ACCESS MODE IS DYNAMIC
001220         RECORD KEY IS RC-RUNCTL-KEY
001230         FILE STATUS IS WS-RUNCTL-STATUS.
001240
001250 DATA DIVISION.
001260 FILE SECTION.
001270 FD  SCOREHST-FILE
001280     LABEL RECORDS ARE STANDARD.
001290     COPY SCOREHR.
001300
001310 FD  AUDIT-FILE
001320     LABEL RECORDS ARE STANDARD.
001330     COPY AUDITR.
001340
001350 FD  AUDTARCH-FILE
001360     LABEL RECORDS ARE STANDARD.
001370 01  AA-ARCHIVE-RECORD                PIC X(68).
001380
001390 FD  CKPT-FILE
001400     LABEL RECORDS ARE STANDARD.
001410     COPY CKPTR.
001420
001430 FD  OPERMST-FILE
001440     LABEL RECORDS ARE STANDARD.
001450     COPY OPERMR.
001460
001470 FD  OPERPRF-FILE
001480     LABEL RECORDS ARE STANDARD.
001490     COPY OPRPRFR.
001500
001510 FD  TRNMST-FILE
001520     LABEL RECORDS ARE STANDARD.
001530     COPY TRNMR.
001540
001550 FD  CHALLNG-FILE
001560     LABEL RECORDS ARE STANDARD.
001570     COPY CHALR.
001580
001590 SD  SORT-WORK-FILE.
001600 01  SW-SORT-RECORD.
001610     05  SW-SESSION-KEY.
001620         10  SW-OPERATOR-ID           PIC X(08).
001630         10  SW-SESSION-DATE          PIC X(08).
001640         10  SW-SESSION-TIME          PIC X(08).
001650         10  SW-TERMINAL-ID           PIC X(08).
001660     05  SW-TRY-NUM                   PIC 9(05).
001670     05  SW-GUESS-VALUE               PIC 9(05).
001680     05  SW-VERDICT                   PIC X(08).
001690
001700 FD  RBH-FILE
001710     LABEL RECORDS ARE STANDARD.
001720 01  RBH-LINE                         PIC X(80).
001730
001740 FD  RUNCTL-FILE
001750     LABEL RECORDS ARE STANDARD.
001760     COPY RUNCTLR.
001770
001780 WORKING-STORAGE SECTION.
001790 01  WS-RUNCTL-STATUS                 PIC X(02) VALUE SPACES.
001800 01  WS-RUNCTL-AVAIL-SW               PIC X(01) VALUE "N".
001810     88  WS-RUNCTL-AVAIL                  VALUE "Y".
001820 01  WS-RC-COMPLETION                 PIC 9(04) VALUE 0.
001830 01  WS-RC-SLOT                       PIC 9(01) COMP.
001840 01  WS-SCOREHST-STATUS               PIC X(02) VALUE SPACES.
001850 01  WS-AUDIT-STATUS                  PIC X(02) VALUE SPACES.
001860 01  WS-AUDTARCH-STATUS               PIC X(02) VALUE SPACES.
001870 01  WS-CKPT-STATUS                   PIC X(02) VALUE SPACES.
001880 01  WS-OPERMST-STATUS                PIC X(02) VALUE SPACES.
001890 01  WS-OPERPRF-STATUS                PIC X(02) VALUE SPACES.
001900 01  WS-TRNMST-STATUS                 PIC X(02) VALUE SPACES.
001910 01  WS-CHALLNG-STATUS                PIC X(02) VALUE SPACES.
001920 01  WS-RBH-STATUS                    PIC X(02) VALUE SPACES.
001930
001940 01  WS-TODAY                         PIC 9(08).
001950 01  WS-FROM-DATE                     PIC 9(08) VALUE 0.
001960 01  WS-TO-DATE                       PIC 9(08) VALUE 99999999.
001970 01  WS-CUTOVER                       PIC 9(04) VALUE 0600.
001980 01  WS-PARM-LOW                      PIC 9(05) VALUE 0.
001990 01  WS-PARM-HIGH                     PIC 9(05) VALUE 99.
002000 01  WS-PARM-MAX-TRIES                PIC 9(05) VALUE 25.
002010 01  WS-MODE-SW                       PIC X(01) VALUE "R".
002020     88  WS-MODE-APPLY                    VALUE "A".
002030     88  WS-MODE-REPORT                   VALUE "R".
002040 01  WS-ARCH-SW                       PIC X(01) VALUE "N".
002050     88  WS-USE-ARCHIVE                   VALUE "Y".
002060
002070 01  WS-HIST-OPEN-SW                  PIC X(01) VALUE "N".
002080     88  WS-HIST-OPEN                     VALUE "Y".
002090 01  WS-CKPT-OPEN-SW                  PIC X(01) VALUE "N".
002100     88  WS-CKPT-OPEN                     VALUE "Y".
002110 01  WS-OPERMST-OPEN-SW               PIC X(01) VALUE "N".
002120     88  WS-OPERMST-OPEN                  VALUE "Y".
002130 01  WS-OPERPRF-OPEN-SW               PIC X(01) VALUE "N".
002140     88  WS-OPERPRF-OPEN                  VALUE "Y".
002150 01  WS-AUDIT-EOF-SW                  PIC X(01) VALUE "N".
002160     88  WS-AUDIT-EOF                     VALUE "Y".
002170 01  WS-ARCH-EOF-SW                   PIC X(01) VALUE "N".
002180     88  WS-ARCH-EOF                      VALUE "Y".
002190 01  WS-SORT-EOF-SW                   PIC X(01) VALUE "N".
002200     88  WS-SORT-EOF                      VALUE "Y".
002210 01  WS-TRNMST-EOF-SW                 PIC X(01) VALUE "N".
002220     88  WS-TRNMST-EOF                    VALUE "Y".
002230 01  WS-CHALLNG-EOF-SW                PIC X(01) VALUE "N".
002240     88  WS-CHALLNG-EOF                   VALUE "Y".
002250 01  WS-STOP-RUN-SW                   PIC X(01) VALUE "N".
002260     88  WS-STOP-RUN                      VALUE "Y".
002270
002280 01  WS-AUD-READ-COUNT                PIC 9(07) VALUE 0.
002290 01  WS-ARCH-READ-COUNT               PIC 9(07) VALUE 0.
002300 01  WS-SESSION-COUNT                 PIC 9(07) VALUE 0.
002310 01  WS-ON-FILE-COUNT                 PIC 9(07) VALUE 0.
002320 01  WS-CREATED-COUNT                 PIC 9(07) VALUE 0.
002330 01  WS-DECLINED-COUNT                PIC 9(07) VALUE 0.
002340
002350*    THE AUDIT RECORD AS READ BACK OFF THE ARCHIVE.
002360 01  WS-ARCH-AUDIT                    PIC X(68).
002370 01  WS-WORK-DATE                     PIC 9(08).
002380
002390*    THE SESSION BEING BUILT FROM THE SORTED GUESSES.
002400 01  WS-PREV-SORT-KEY                 PIC X(37)
002410                                      VALUE LOW-VALUES.
002420 01  WS-CUR-SORT-KEY.
002430     05  WS-CUR-SESSION-KEY           PIC X(32).
002440     05  WS-CUR-TRY-NUM               PIC 9(05).
002450 01  WS-SES-KEY                       PIC X(32).
002460 01  WS-SES-KEY-PARTS REDEFINES WS-SES-KEY.
002470     05  WS-SES-OPERATOR-ID           PIC X(08).
002480     05  WS-SES-DATE                  PIC X(08).
002490     05  WS-SES-DATE-NUM REDEFINES WS-SES-DATE
002500                                      PIC 9(08).
002510     05  WS-SES-TIME                  PIC X(08).
002520     05  WS-SES-TIME-NUM REDEFINES WS-SES-TIME
002530                                      PIC 9(08).
002540     05  WS-SES-TERMINAL-ID           PIC X(08).
002550 01  WS-IN-SESSION-SW                 PIC X(01) VALUE "N".
002560     88  WS-IN-SESSION                    VALUE "Y".
002570 01  WS-SES-TRIES                     PIC 9(05).
002580 01  WS-SES-ANS                       PIC 9(05).
002590 01  WS-SES-LOW                       PIC 9(05).
002600 01  WS-SES-HIGH                      PIC 9(05).
002610 01  WS-SES-MAX-TRIES                 PIC 9(05).
002620 01  WS-SES-TOURN-ID                  PIC X(05).
002630 01  WS-SES-CHAL-ID                   PIC X(06).
002640 01  WS-PIN-LOW                       PIC 9(05).
002650 01  WS-PIN-HIGH                      PIC 9(05).
002660 01  WS-SES-WON-SW                    PIC X(01).
002670     88  WS-SES-WON                       VALUE "Y".
002680 01  WS-SES-ANS-KNOWN-SW              PIC X(01).
002690     88  WS-SES-ANS-KNOWN                 VALUE "Y".
002700 01  WS-DECLINE-REASON                PIC X(16).
002710
002720 01  WS-SHIFT-DATE                    PIC 9(08).
002730 01  WS-SHIFT-INT                     PIC 9(07) COMP.
002740 01  WS-TIME-HHMM                     PIC 9(04).
002750 01  WS-EFF-REMAIN                    PIC 9(05).
002760 01  WS-IDEAL-TRIES                   PIC 9(05).
002770 01  WS-EFF-TRIES                     PIC 9(05).
002780
002790*    TOURNAMENT WINDOWS, LOADED ONCE FROM TRNMST.
002800 01  WS-TOURN-COUNT                   PIC 9(03) COMP VALUE 0.
002810 01  WS-TOURN-SUB                     PIC 9(03) COMP.
002820 01  WS-TOURN-TABLE.
002830     05  WS-TT-ENTRY                  OCCURS 100 TIMES.
002840         10  WS-TT-TOURN-ID           PIC X(05).
002850         10  WS-TT-START-DATE         PIC 9(08).
002860         10  WS-TT-END-DATE           PIC 9(08).
002870         10  WS-TT-LOW-BOUND          PIC 9(05).
002880         10  WS-TT-HIGH-BOUND         PIC 9(05).
002890         10  WS-TT-MAX-TRIES          PIC 9(05).
002900
002910*    PLAYED CHALLENGE SIDES, LOADED ONCE FROM CHALLNG.
002920 01  WS-SIDE-COUNT                    PIC 9(04) COMP VALUE 0.
002930 01  WS-SIDE-SUB                      PIC 9(04) COMP.
002940 01  WS-CL-SIDE-SUB                   PIC 9(01) COMP.
002950 01  WS-SIDE-TABLE.
002960     05  WS-ST-ENTRY                  OCCURS 1000 TIMES.
002970         10  WS-ST-SESSION-KEY        PIC X(32).
002980         10  WS-ST-CHAL-ID            PIC X(06).
002990         10  WS-ST-LOW-BOUND          PIC 9(05).
003000         10  WS-ST-HIGH-BOUND         PIC 9(05).
003010         10  WS-ST-MAX-TRIES          PIC 9(05).
003020 01  WS-SIDE-KEY.
003030     05  WS-SK-OPERATOR-ID            PIC X(08).
003040     05  WS-SK-SESSION-DATE           PIC X(08).
003050     05  WS-SK-SESSION-TIME           PIC X(08).
003060     05  WS-SK-TERMINAL-ID            PIC X(08).
003070
003080 01  WS-PARM-TOKENS.
003090     05  WS-PARM-TOKEN-1                  PIC X(20).
003100     05  WS-PARM-TOKEN-2                  PIC X(20).
003110     05  WS-PARM-TOKEN-3                  PIC X(20).
003120     05  WS-PARM-TOKEN-4                  PIC X(20).
003130     05  WS-PARM-TOKEN-5                  PIC X(20).
003140     05  WS-PARM-TOKEN-6                  PIC X(20).
003150     05  WS-PARM-TOKEN-7                  PIC X(20).
003160     05  WS-PARM-TOKEN-8                  PIC X(20).
003170 01  WS-PARM-TOKEN-TBL REDEFINES WS-PARM-TOKENS.
003180     05  WS-PARM-TOKEN                    PIC X(20)
003190                                           OCCURS 8 TIMES.
003200 01  WS-TOKEN-SUB                     PIC 9(01) COMP.
003210 01  WS-PARM-ONE-TOKEN                PIC X(20).
003220 01  WS-PARM-KEY                      PIC X(10).
003230 01  WS-PARM-VALUE                    PIC X(10).
003240
003250 01  WS-HDR-1.
003260     05  FILLER                       PIC X(33)
003270         VALUE "GUESS SCOREHST REBUILD FROM AUDIT".
003280     05  FILLER                       PIC X(06) VALUE " - RUN".
003290     05  FILLER                       PIC X(01) VALUE SPACES.
003300     05  WS-HDR-DATE                  PIC X(08).
003310     05  FILLER                       PIC X(07) VALUE "  MODE ".
003320     05  WS-HDR-MODE                  PIC X(06).
003330     05  FILLER                       PIC X(19) VALUE SPACES.
003340
003350 01  WS-HDR-2.
003360     05  FILLER                       PIC X(14)
003370         VALUE "SESSIONS FROM ".
003380     05  WS-HDR-FROM                  PIC 9(08).
003390     05  FILLER                       PIC X(04) VALUE " TO ".
003400     05  WS-HDR-TO                    PIC 9(08).
003410     05  FILLER                       PIC X(02) VALUE SPACES.
003420     05  WS-HDR-ARCH                  PIC X(25).
003430     05  FILLER                       PIC X(19) VALUE SPACES.
003440
003450 01  WS-HDR-3.
003460     05  FILLER                       PIC X(40)
003470         VALUE "OPERATOR  DATE      TIME      TERMINAL  ".
003480     05  FILLER                       PIC X(40)
003490         VALUE "TRIES O   ANS  ACTION    REASON".
003500
003510 01  WS-DETAIL-LINE.
003520     05  WS-DTL-OPERATOR              PIC X(08).
003530     05  FILLER                       PIC X(02) VALUE SPACES.
003540     05  WS-DTL-DATE                  PIC X(08).
003550     05  FILLER                       PIC X(02) VALUE SPACES.
003560     05  WS-DTL-TIME                  PIC X(08).
003570     05  FILLER                       PIC X(02) VALUE SPACES.
003580     05  WS-DTL-TERMINAL              PIC X(08).
003590     05  FILLER                       PIC X(02) VALUE SPACES.
003600     05  WS-DTL-TRIES                 PIC ZZZZ9.
003610     05  FILLER                       PIC X(01) VALUE SPACES.
003620     05  WS-DTL-OUTCOME               PIC X(01).
003630     05  FILLER                       PIC X(01) VALUE SPACES.
003640     05  WS-DTL-ANS                   PIC ZZZZ9.
003650     05  FILLER                       PIC X(02) VALUE SPACES.
003660     05  WS-DTL-ACTION                PIC X(09).
003670     05  FILLER                       PIC X(01) VALUE SPACES.
003680     05  WS-DTL-REASON                PIC X(15).
003690
003700 01  WS-TOT-LINE.
003710     05  FILLER                       PIC X(09) VALUE "SESSIONS ".
003720     05  WS-TOT-SESSIONS              PIC ZZZZZZ9.
003730     05  FILLER                       PIC X(10)
003740         VALUE "  ON FILE ".
003750     05  WS-TOT-ON-FILE               PIC ZZZZZZ9.
003760     05  FILLER                       PIC X(10)
003770         VALUE "  CREATED ".
003780     05  WS-TOT-CREATED               PIC ZZZZZZ9.
003790     05  FILLER                       PIC X(11)
003800         VALUE "  DECLINED ".
003810     05  WS-TOT-DECLINED              PIC ZZZZZZ9.
003820     05  FILLER                       PIC X(12) VALUE SPACES.
003830
003840 LINKAGE SECTION.
003850 01  LK-PARM-LENGTH                   PIC S9(04) COMP.
003860 01  LK-PARM-TEXT                     PIC X(80).
003870
003880 PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-TEXT.
003890*****************************************************
003900*  0000-MAINLINE.
003910*****************************************************
003920 0000-MAINLINE.
003930     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003940     IF NOT WS-STOP-RUN
003950         SORT SORT-WORK-FILE
003960             ON ASCENDING KEY SW-SESSION-KEY SW-TRY-NUM
003970             INPUT PROCEDURE IS 2000-BUILD-SORT-FILE
003980                 THRU 2000-EXIT
003990             OUTPUT PROCEDURE IS 3000-REBUILD-SESSIONS
004000                 THRU 3000-EXIT
004010     END-IF
004020     PERFORM 9000-TERMINATE THRU 9000-EXIT
004030     STOP RUN.
004040
004050*****************************************************
004060*  1000-INITIALIZE - PARSE THE PARM, OPEN THE FILES,
004070*  LOAD THE TOURNAMENT WINDOWS AND CHALLENGE SIDES
004080*  AND PRINT THE HEADINGS.
004090*****************************************************
004100 1000-INITIALIZE.
004110     PERFORM 8500-OPEN-RUNCTL THRU 8500-EXIT
004120     ACCEPT WS-TODAY FROM DATE YYYYMMDD
004130     IF LK-PARM-LENGTH > 0
004140         PERFORM 1110-PARSE-PARM-STRING THRU 1110-EXIT
004150     END-IF
004160     OPEN OUTPUT RBH-FILE
004170     MOVE WS-TODAY TO WS-HDR-DATE
004180     IF WS-MODE-APPLY
004190         MOVE "APPLY" TO WS-HDR-MODE
004200     ELSE
004210         MOVE "REPORT" TO WS-HDR-MODE
004220     END-IF
004230     MOVE WS-FROM-DATE TO WS-HDR-FROM
004240     MOVE WS-TO-DATE TO WS-HDR-TO
004250     IF WS-USE-ARCHIVE
004260         MOVE "AUDIT PLUS AUDTARCH" TO WS-HDR-ARCH
004270     ELSE
004280         MOVE "AUDIT ONLY" TO WS-HDR-ARCH
004290     END-IF
004300     WRITE RBH-LINE FROM WS-HDR-1
004310     WRITE RBH-LINE FROM WS-HDR-2
004320     MOVE SPACES TO RBH-LINE
004330     WRITE RBH-LINE
004340     WRITE RBH-LINE FROM WS-HDR-3
004350     PERFORM 1200-OPEN-HISTORY THRU 1200-EXIT
004360     IF WS-STOP-RUN
004370         GO TO 1000-EXIT
004380     END-IF
004390     OPEN INPUT CKPT-FILE
004400     IF WS-CKPT-STATUS = "00"
004410         SET WS-CKPT-OPEN TO TRUE
004420     END-IF
004430     OPEN INPUT OPERMST-FILE
004440     IF WS-OPERMST-STATUS = "00"
004450         SET WS-OPERMST-OPEN TO TRUE
004460     END-IF
004470     OPEN INPUT OPERPRF-FILE
004480     IF WS-OPERPRF-STATUS = "00"
004490         SET WS-OPERPRF-OPEN TO TRUE
004500     END-IF
004510     PERFORM 1300-LOAD-TOURNAMENTS THRU 1300-EXIT
004520     PERFORM 1400-LOAD-CHALLENGES THRU 1400-EXIT.
004530 1000-EXIT.
004540     EXIT.
004550
004560 1110-PARSE-PARM-STRING.
004570     UNSTRING LK-PARM-TEXT (1:LK-PARM-LENGTH) DELIMITED BY ","
004580         INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
004590              WS-PARM-TOKEN-3 WS-PARM-TOKEN-4
004600              WS-PARM-TOKEN-5 WS-PARM-TOKEN-6
004610              WS-PARM-TOKEN-7 WS-PARM-TOKEN-8
004620     PERFORM 1111-APPLY-TOKEN THRU 1111-EXIT
004630         VARYING WS-TOKEN-SUB FROM 1 BY 1
004640         UNTIL WS-TOKEN-SUB > 8.
004650 1110-EXIT.
004660     EXIT.
004670
004680 1111-APPLY-TOKEN.
004690     MOVE WS-PARM-TOKEN (WS-TOKEN-SUB) TO WS-PARM-ONE-TOKEN
004700     UNSTRING WS-PARM-ONE-TOKEN DELIMITED BY "="
004710         INTO WS-PARM-KEY WS-PARM-VALUE
004720     EVALUATE WS-PARM-KEY
004730         WHEN "FROM"
004740             MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
004750                 TO WS-FROM-DATE
004760         WHEN "TO"
004770             MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
004780                 TO WS-TO-DATE
004790         WHEN "MODE"
004800             IF WS-PARM-VALUE = "APPLY"
004810                 SET WS-MODE-APPLY TO TRUE
004820             END-IF
004830         WHEN "ARCH"
004840             IF WS-PARM-VALUE (1:1) = "Y"
004850                 SET WS-USE-ARCHIVE TO TRUE
004860             END-IF
004870         WHEN "CUTOVER"
004880             MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
004890                 TO WS-CUTOVER
004900         WHEN "LOW"
004910             MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
004920                 TO WS-PARM-LOW
004930         WHEN "HIGH"
004940             MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
004950                 TO WS-PARM-HIGH
004960         WHEN "MAX"
004970             MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
004980                 TO WS-PARM-MAX-TRIES
004990         WHEN OTHER
005000             CONTINUE
005010     END-EVALUATE.
005020 1111-EXIT.
005030     EXIT.
005040
005050*****************************************************
005060*  1200-OPEN-HISTORY - APPLY MODE OPENS SCOREHST FOR
005070*  UPDATE, CREATING IT WHEN THE FILE HAS BEEN LOST
005080*  OUTRIGHT.  REPORT MODE ONLY READS IT; A MISSING
005090*  FILE THEN MEANS EVERY SESSION IS MISSING A ROUND.
005100*****************************************************
005110 1200-OPEN-HISTORY.
005120     IF WS-MODE-APPLY
005130         OPEN I-O SCOREHST-FILE
005140         IF WS-SCOREHST-STATUS = "35"
005150             OPEN OUTPUT SCOREHST-FILE
005160             CLOSE SCOREHST-FILE
005170             OPEN I-O SCOREHST-FILE
005180         END-IF
005190     ELSE
005200         OPEN INPUT SCOREHST-FILE
005210         IF WS-SCOREHST-STATUS = "35"
005220             GO TO 1200-EXIT
005230         END-IF
005240     END-IF
005250     IF WS-SCOREHST-STATUS NOT = "00"
005260         DISPLAY "GUESSRBH - SCOREHST OPEN FAILED, STATUS "
005270             WS-SCOREHST-STATUS
005280         MOVE 8 TO WS-RC-COMPLETION
005290         SET WS-STOP-RUN TO TRUE
005300         GO TO 1200-EXIT
005310     END-IF
005320     SET WS-HIST-OPEN TO TRUE.
005330 1200-EXIT.
005340     EXIT.
005350
005360*****************************************************
005370*  1300-LOAD-TOURNAMENTS - EVERY TRNMST WINDOW, IN
005380*  KEY ORDER.  GUESS TAKES THE FIRST WINDOW IN KEY
005390*  ORDER THAT COVERS THE DAY, SO THE LOOKUP DOES TOO.
005400*****************************************************
005410 1300-LOAD-TOURNAMENTS.
005420     OPEN INPUT TRNMST-FILE
005430     IF WS-TRNMST-STATUS NOT = "00"
005440         GO TO 1300-EXIT
005450     END-IF
005460     PERFORM 1310-LOAD-ONE-TOURNAMENT THRU 1310-EXIT
005470         UNTIL WS-TRNMST-EOF
005480     CLOSE TRNMST-FILE.
005490 1300-EXIT.
005500     EXIT.
005510
005520 1310-LOAD-ONE-TOURNAMENT.
005530     READ TRNMST-FILE NEXT RECORD
005540         AT END
005550             SET WS-TRNMST-EOF TO TRUE
005560             GO TO 1310-EXIT
005570     END-READ
005580     IF WS-TOURN-COUNT NOT < 100
005590         DISPLAY "GUESSRBH - TOURNAMENT TABLE FULL, "
005600             TN-TOURN-ID " AND LATER NOT LOADED"
005610         SET WS-TRNMST-EOF TO TRUE
005620         GO TO 1310-EXIT
005630     END-IF
005640     ADD 1 TO WS-TOURN-COUNT
005650     MOVE TN-TOURN-ID TO WS-TT-TOURN-ID (WS-TOURN-COUNT)
005660     MOVE TN-START-DATE TO WS-TT-START-DATE (WS-TOURN-COUNT)
005670     MOVE TN-END-DATE TO WS-TT-END-DATE (WS-TOURN-COUNT)
005680     MOVE TN-LOW-BOUND TO WS-TT-LOW-BOUND (WS-TOURN-COUNT)
005690     MOVE TN-HIGH-BOUND TO WS-TT-HIGH-BOUND (WS-TOURN-COUNT)
005700     MOVE TN-MAX-TRIES TO WS-TT-MAX-TRIES (WS-TOURN-COUNT).
005710 1310-EXIT.
005720     EXIT.
005730
005740*****************************************************
005750*  1400-LOAD-CHALLENGES - THE SESSION KEY OF EVERY
005760*  PLAYED CHALLENGE SIDE, WITH THE CHALLENGE'S RANGE
005770*  AND TRIES LIMIT.
005780*****************************************************
005790 1400-LOAD-CHALLENGES.
005800     OPEN INPUT CHALLNG-FILE
005810     IF WS-CHALLNG-STATUS NOT = "00"
005820         GO TO 1400-EXIT
005830     END-IF
005840     PERFORM 1410-LOAD-ONE-CHALLENGE THRU 1410-EXIT
005850         UNTIL WS-CHALLNG-EOF
005860     CLOSE CHALLNG-FILE.
005870 1400-EXIT.
005880     EXIT.
005890
005900 1410-LOAD-ONE-CHALLENGE.
005910     READ CHALLNG-FILE NEXT RECORD
005920         AT END
005930             SET WS-CHALLNG-EOF TO TRUE
005940             GO TO 1410-EXIT
005950     END-READ
005960     IF CL-CONTROL-RECORD
005970         GO TO 1410-EXIT
005980     END-IF
005990     PERFORM 1420-LOAD-ONE-SIDE THRU 1420-EXIT
006000         VARYING WS-CL-SIDE-SUB FROM 1 BY 1
006010         UNTIL WS-CL-SIDE-SUB > 2.
006020 1410-EXIT.
006030     EXIT.
006040
006050 1420-LOAD-ONE-SIDE.
006060     IF NOT CL-SIDE-PLAYED (WS-CL-SIDE-SUB)
006070         GO TO 1420-EXIT
006080     END-IF
006090     IF WS-SIDE-COUNT NOT < 1000
006100         DISPLAY "GUESSRBH - CHALLENGE TABLE FULL, "
006110             CL-CHAL-ID " AND LATER NOT LOADED"
006120         SET WS-CHALLNG-EOF TO TRUE
006130         GO TO 1420-EXIT
006140     END-IF
006150     ADD 1 TO WS-SIDE-COUNT
006160     MOVE CL-SIDE-OPERATOR-ID (WS-CL-SIDE-SUB)
006170         TO WS-SK-OPERATOR-ID
006180     MOVE CL-SIDE-SESSION-DATE (WS-CL-SIDE-SUB)
006190         TO WS-SK-SESSION-DATE
006200     MOVE CL-SIDE-SESSION-TIME (WS-CL-SIDE-SUB)
006210         TO WS-SK-SESSION-TIME
006220     MOVE CL-SIDE-TERMINAL-ID (WS-CL-SIDE-SUB)
006230         TO WS-SK-TERMINAL-ID
006240     MOVE WS-SIDE-KEY TO WS-ST-SESSION-KEY (WS-SIDE-COUNT)
006250     MOVE CL-CHAL-ID TO WS-ST-CHAL-ID (WS-SIDE-COUNT)
006260     MOVE CL-LOW-BOUND TO WS-ST-LOW-BOUND (WS-SIDE-COUNT)
006270     MOVE CL-HIGH-BOUND TO WS-ST-HIGH-BOUND (WS-SIDE-COUNT)
006280     MOVE CL-MAX-TRIES TO WS-ST-MAX-TRIES (WS-SIDE-COUNT).
006290 1420-EXIT.
006300     EXIT.
006310
006320*****************************************************
006330*  2000-BUILD-SORT-FILE - RELEASE EVERY AUDIT GUESS IN
006340*  THE DATE RANGE, AND WITH ARCH=Y EVERY ARCHIVED ONE,
006350*  TO THE SORT ON THE HISTORY KEY.
006360*****************************************************
006370 2000-BUILD-SORT-FILE.
006380     OPEN INPUT AUDIT-FILE
006390     IF WS-AUDIT-STATUS NOT = "00"
006400         IF WS-AUDIT-STATUS NOT = "35"
006410             DISPLAY "GUESSRBH - AUDIT OPEN FAILED, STATUS "
006420                 WS-AUDIT-STATUS
006430             MOVE 8 TO WS-RC-COMPLETION
006440         END-IF
006450     ELSE
006460         PERFORM 2100-RELEASE-ONE-AUDIT THRU 2100-EXIT
006470             UNTIL WS-AUDIT-EOF
006480         CLOSE AUDIT-FILE
006490     END-IF
006500     IF NOT WS-USE-ARCHIVE
006510         GO TO 2000-EXIT
006520     END-IF
006530     OPEN INPUT AUDTARCH-FILE
006540     IF WS-AUDTARCH-STATUS NOT = "00"
006550         DISPLAY "GUESSRBH - AUDTARCH OPEN FAILED, STATUS "
006560             WS-AUDTARCH-STATUS
006570         MOVE 8 TO WS-RC-COMPLETION
006580     ELSE
006590         PERFORM 2200-RELEASE-ONE-ARCHIVE THRU 2200-EXIT
006600             UNTIL WS-ARCH-EOF
006610         CLOSE AUDTARCH-FILE
006620     END-IF.
006630 2000-EXIT.
006640     EXIT.
006650
006660 2100-RELEASE-ONE-AUDIT.
006670     READ AUDIT-FILE NEXT RECORD
006680         AT END
006690             SET WS-AUDIT-EOF TO TRUE
006700             GO TO 2100-EXIT
006710     END-READ
006720     ADD 1 TO WS-AUD-READ-COUNT
006730     PERFORM 2300-RELEASE-GUESS THRU 2300-EXIT.
006740 2100-EXIT.
006750     EXIT.
006760
006770 2200-RELEASE-ONE-ARCHIVE.
006780     READ AUDTARCH-FILE INTO WS-ARCH-AUDIT
006790         AT END
006800             SET WS-ARCH-EOF TO TRUE
006810             GO TO 2200-EXIT
006820     END-READ
006830     ADD 1 TO WS-ARCH-READ-COUNT
006840     MOVE WS-ARCH-AUDIT TO AU-AUDIT-RECORD
006850     PERFORM 2300-RELEASE-GUESS THRU 2300-EXIT.
006860 2200-EXIT.
006870     EXIT.
006880
006890 2300-RELEASE-GUESS.
006900     MOVE AU-SESSION-DATE TO WS-WORK-DATE
006910     IF WS-WORK-DATE < WS-FROM-DATE
006920         OR WS-WORK-DATE > WS-TO-DATE
006930         GO TO 2300-EXIT
006940     END-IF
006950     MOVE AU-OPERATOR-ID TO SW-OPERATOR-ID
006960     MOVE AU-SESSION-DATE TO SW-SESSION-DATE
006970     MOVE AU-SESSION-TIME TO SW-SESSION-TIME
006980     MOVE AU-TERMINAL-ID TO SW-TERMINAL-ID
006990     MOVE AU-TRY-NUM TO SW-TRY-NUM
007000     MOVE AU-GUESS-VALUE TO SW-GUESS-VALUE
007010     MOVE AU-VERDICT TO SW-VERDICT
007020     RELEASE SW-SORT-RECORD.
007030 2300-EXIT.
007040     EXIT.
007050
007060*****************************************************
007070*  3000-REBUILD-SESSIONS - THE SORTED GUESSES COME
007080*  BACK SESSION BY SESSION.  A GUESS ON BOTH THE LIVE
007090*  TRAIL AND THE ARCHIVE COMES BACK TWICE AND IS
007100*  TAKEN ONCE.
007110*****************************************************
007120 3000-REBUILD-SESSIONS.
007130     PERFORM 3100-RETURN-ONE-GUESS THRU 3100-EXIT
007140         UNTIL WS-SORT-EOF
007150     IF WS-IN-SESSION
007160         PERFORM 4000-FINISH-SESSION THRU 4000-EXIT
007170     END-IF
007180     PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT.
007190 3000-EXIT.
007200     EXIT.
007210
007220 3100-RETURN-ONE-GUESS.
007230     RETURN SORT-WORK-FILE
007240         AT END
007250             SET WS-SORT-EOF TO TRUE
007260             GO TO 3100-EXIT
007270     END-RETURN
007280     MOVE SW-SESSION-KEY TO WS-CUR-SESSION-KEY
007290     MOVE SW-TRY-NUM TO WS-CUR-TRY-NUM
007300     IF WS-CUR-SORT-KEY = WS-PREV-SORT-KEY
007310         GO TO 3100-EXIT
007320     END-IF
007330     MOVE WS-CUR-SORT-KEY TO WS-PREV-SORT-KEY
007340     IF WS-IN-SESSION
007350         AND SW-SESSION-KEY NOT = WS-SES-KEY
007360         PERFORM 4000-FINISH-SESSION THRU 4000-EXIT
007370     END-IF
007380     IF NOT WS-IN-SESSION
007390         PERFORM 3200-START-SESSION THRU 3200-EXIT
007400     END-IF
007410     PERFORM 3300-TAKE-GUESS THRU 3300-EXIT.
007420 3100-EXIT.
007430     EXIT.
007440
007450*****************************************************
007460*  3200-START-SESSION - SET THE ROUND'S RANGE AND
007470*  TRIES LIMIT THE WAY GUESS DID AT SIGN-ON: PROFILE
007480*  OVER THE STANDARD GAME, TOURNAMENT OVER PROFILE,
007490*  CHALLENGE OVER EVERYTHING.
007500*****************************************************
007510 3200-START-SESSION.
007520     SET WS-IN-SESSION TO TRUE
007530     ADD 1 TO WS-SESSION-COUNT
007540     MOVE SW-SESSION-KEY TO WS-SES-KEY
007550     MOVE 0 TO WS-SES-TRIES
007560     MOVE 0 TO WS-SES-ANS
007570     MOVE "N" TO WS-SES-WON-SW
007580     MOVE "N" TO WS-SES-ANS-KNOWN-SW
007590     MOVE SPACES TO WS-DECLINE-REASON
007600     MOVE SPACES TO WS-SES-TOURN-ID
007610     MOVE SPACES TO WS-SES-CHAL-ID
007620     MOVE WS-PARM-LOW TO WS-SES-LOW
007630     MOVE WS-PARM-HIGH TO WS-SES-HIGH
007640     MOVE WS-PARM-MAX-TRIES TO WS-SES-MAX-TRIES
007650     IF WS-OPERPRF-OPEN
007660         MOVE WS-SES-OPERATOR-ID TO PR-OPERATOR-ID
007670         READ OPERPRF-FILE
007680             INVALID KEY
007690                 CONTINUE
007700             NOT INVALID KEY
007710                 MOVE PR-LOW-BOUND TO WS-SES-LOW
007720                 MOVE PR-HIGH-BOUND TO WS-SES-HIGH
007730                 MOVE PR-MAX-TRIES TO WS-SES-MAX-TRIES
007740         END-READ
007750     END-IF
007760     PERFORM 3210-FIND-TOURNAMENT THRU 3210-EXIT
007770         VARYING WS-TOURN-SUB FROM 1 BY 1
007780         UNTIL WS-TOURN-SUB > WS-TOURN-COUNT
007790             OR WS-SES-TOURN-ID NOT = SPACES
007800     PERFORM 3220-FIND-CHALLENGE THRU 3220-EXIT
007810         VARYING WS-SIDE-SUB FROM 1 BY 1
007820         UNTIL WS-SIDE-SUB > WS-SIDE-COUNT
007830             OR WS-SES-CHAL-ID NOT = SPACES
007840     IF WS-SES-CHAL-ID NOT = SPACES
007850         MOVE SPACES TO WS-SES-TOURN-ID
007860     END-IF
007870     MOVE WS-SES-LOW TO WS-PIN-LOW
007880     MOVE WS-SES-HIGH TO WS-PIN-HIGH.
007890 3200-EXIT.
007900     EXIT.
007910
007920 3210-FIND-TOURNAMENT.
007930     IF WS-SES-DATE-NUM NOT < WS-TT-START-DATE (WS-TOURN-SUB)
007940         AND WS-SES-DATE-NUM
007950             NOT > WS-TT-END-DATE (WS-TOURN-SUB)
007960         MOVE WS-TT-TOURN-ID (WS-TOURN-SUB) TO WS-SES-TOURN-ID
007970         MOVE WS-TT-LOW-BOUND (WS-TOURN-SUB) TO WS-SES-LOW
007980         MOVE WS-TT-HIGH-BOUND (WS-TOURN-SUB) TO WS-SES-HIGH
007990         MOVE WS-TT-MAX-TRIES (WS-TOURN-SUB)
008000             TO WS-SES-MAX-TRIES
008010     END-IF.
008020 3210-EXIT.
008030     EXIT.
008040
008050 3220-FIND-CHALLENGE.
008060     IF WS-ST-SESSION-KEY (WS-SIDE-SUB) = WS-SES-KEY
008070         MOVE WS-ST-CHAL-ID (WS-SIDE-SUB) TO WS-SES-CHAL-ID
008080         MOVE WS-ST-LOW-BOUND (WS-SIDE-SUB) TO WS-SES-LOW
008090         MOVE WS-ST-HIGH-BOUND (WS-SIDE-SUB) TO WS-SES-HIGH
008100         MOVE WS-ST-MAX-TRIES (WS-SIDE-SUB)
008110             TO WS-SES-MAX-TRIES
008120     END-IF.
008130 3220-EXIT.
008140     EXIT.
008150
008160*****************************************************
008170*  3300-TAKE-GUESS - ONE GUESS OF THE SESSION, IN TRY
008180*  ORDER.  THE TOO HIGH / TOO LOW VERDICTS NARROW
008190*  WHERE THE ANSWER CAN BE, FOR A ROUND NEVER WON.
008200*****************************************************
008210 3300-TAKE-GUESS.
008220     ADD 1 TO WS-SES-TRIES
008230     IF WS-DECLINE-REASON NOT = SPACES
008240         GO TO 3300-EXIT
008250     END-IF
008260     IF SW-TRY-NUM NOT = WS-SES-TRIES
008270         MOVE "TRY GAP" TO WS-DECLINE-REASON
008280         GO TO 3300-EXIT
008290     END-IF
008300     IF WS-SES-WON
008310         MOVE "GUESS AFTER WIN" TO WS-DECLINE-REASON
008320         GO TO 3300-EXIT
008330     END-IF
008340     IF SW-GUESS-VALUE < WS-SES-LOW
008350         OR SW-GUESS-VALUE > WS-SES-HIGH
008360         MOVE "OUTSIDE RANGE" TO WS-DECLINE-REASON
008370         GO TO 3300-EXIT
008380     END-IF
008390     EVALUATE SW-VERDICT
008400         WHEN "CORRECT "
008410             SET WS-SES-WON TO TRUE
008420             SET WS-SES-ANS-KNOWN TO TRUE
008430             MOVE SW-GUESS-VALUE TO WS-SES-ANS
008440         WHEN "TOO LOW "
008450             IF SW-GUESS-VALUE NOT < WS-PIN-LOW
008460                 COMPUTE WS-PIN-LOW = SW-GUESS-VALUE + 1
008470             END-IF
008480         WHEN "TOO HIGH"
008490             IF SW-GUESS-VALUE NOT > WS-PIN-HIGH
008500                 AND SW-GUESS-VALUE > 0
008510                 COMPUTE WS-PIN-HIGH = SW-GUESS-VALUE - 1
008520             END-IF
008530         WHEN OTHER
008540             CONTINUE
008550     END-EVALUATE.
008560 3300-EXIT.
008570     EXIT.
008580
008590*****************************************************
008600*  4000-FINISH-SESSION - A SESSION ALREADY ON
008610*  SCOREHST IS LEFT ALONE.  OTHERWISE THE ROUND IS
008620*  BUILT (OR DECLINED) AND LISTED.
008630*****************************************************
008640 4000-FINISH-SESSION.
008650     MOVE "N" TO WS-IN-SESSION-SW
008660     IF WS-HIST-OPEN
008670         MOVE WS-SES-KEY TO SH-HIST-KEY
008680         READ SCOREHST-FILE
008690             INVALID KEY
008700                 CONTINUE
008710             NOT INVALID KEY
008720                 ADD 1 TO WS-ON-FILE-COUNT
008730                 GO TO 4000-EXIT
008740         END-READ
008750     END-IF
008760     IF WS-DECLINE-REASON = SPACES
008770         AND NOT WS-SES-WON
008780         AND WS-SES-TRIES < WS-SES-MAX-TRIES
008790         AND WS-CKPT-OPEN
008800         MOVE WS-SES-OPERATOR-ID TO CK-OPERATOR-ID
008810         MOVE WS-SES-TERMINAL-ID TO CK-TERMINAL-ID
008820         READ CKPT-FILE
008830             INVALID KEY
008840                 CONTINUE
008850             NOT INVALID KEY
008860                 IF CK-SESSION-DATE = WS-SES-DATE-NUM
008870                     AND CK-SESSION-TIME = WS-SES-TIME-NUM
008880                     MOVE "STILL IN PLAY" TO WS-DECLINE-REASON
008890                 END-IF
008900         END-READ
008910     END-IF
008920     PERFORM 4100-BUILD-ROUND THRU 4100-EXIT
008930     IF WS-DECLINE-REASON NOT = SPACES
008940         GO TO 4000-DECLINE
008950     END-IF
008960     IF WS-MODE-REPORT
008970         ADD 1 TO WS-CREATED-COUNT
008980         MOVE "TO CREATE" TO WS-DTL-ACTION
008990         GO TO 4000-LIST
009000     END-IF
009010     WRITE SH-SCORE-RECORD
009020     IF WS-SCOREHST-STATUS NOT = "00"
009030         MOVE SPACES TO WS-DECLINE-REASON
009040         STRING "WRITE FAILED " WS-SCOREHST-STATUS
009050             DELIMITED BY SIZE INTO WS-DECLINE-REASON
009060         MOVE 8 TO WS-RC-COMPLETION
009070         GO TO 4000-DECLINE
009080     END-IF
009090     ADD 1 TO WS-CREATED-COUNT
009100     MOVE "CREATED" TO WS-DTL-ACTION
009110     GO TO 4000-LIST.
009120 4000-DECLINE.
009130     ADD 1 TO WS-DECLINED-COUNT
009140     IF WS-RC-COMPLETION < 4
009150         MOVE 4 TO WS-RC-COMPLETION
009160     END-IF
009170     MOVE "DECLINED" TO WS-DTL-ACTION.
009180 4000-LIST.
009190     MOVE WS-SES-OPERATOR-ID TO WS-DTL-OPERATOR
009200     MOVE WS-SES-DATE TO WS-DTL-DATE
009210     MOVE WS-SES-TIME TO WS-DTL-TIME
009220     MOVE WS-SES-TERMINAL-ID TO WS-DTL-TERMINAL
009230     MOVE WS-SES-TRIES TO WS-DTL-TRIES
009240     MOVE SH-OUTCOME TO WS-DTL-OUTCOME
009250     MOVE SH-ANS TO WS-DTL-ANS
009260     MOVE WS-DECLINE-REASON TO WS-DTL-REASON
009270     IF WS-DECLINE-REASON = SPACES
009280         AND NOT WS-SES-ANS-KNOWN
009290         MOVE "ANS NOT KNOWN" TO WS-DTL-REASON
009300     END-IF
009310     WRITE RBH-LINE FROM WS-DETAIL-LINE.
009320 4000-EXIT.
009330     EXIT.
009340
009350*****************************************************
009360*  4100-BUILD-ROUND - THE SCOREHST RECORD AS GUESS
009370*  WOULD HAVE WRITTEN IT.
009380*****************************************************
009390 4100-BUILD-ROUND.
009400     MOVE SPACES TO SH-SCORE-RECORD
009410     MOVE WS-SES-KEY TO SH-HIST-KEY
009420     MOVE WS-SES-TRIES TO SH-TRIES
009430     MOVE WS-SES-LOW TO SH-LOW-BOUND
009440     MOVE WS-SES-HIGH TO SH-HIGH-BOUND
009450     MOVE WS-SES-TOURN-ID TO SH-TOURN-ID
009460     MOVE WS-SES-CHAL-ID TO SH-CHAL-ID
009470     MOVE WS-SES-TRIES TO WS-EFF-TRIES
009480     EVALUATE TRUE
009490         WHEN WS-SES-WON
009500             SET SH-OUTCOME-WIN TO TRUE
009510         WHEN WS-SES-TRIES NOT < WS-SES-MAX-TRIES
009520             SET SH-OUTCOME-OUT-OF-TRIES TO TRUE
009530         WHEN OTHER
009540             SET SH-OUTCOME-ABANDONED TO TRUE
009550             MOVE WS-SES-MAX-TRIES TO WS-EFF-TRIES
009560     END-EVALUATE
009570     IF NOT WS-SES-WON
009580         AND WS-PIN-LOW = WS-PIN-HIGH
009590         SET WS-SES-ANS-KNOWN TO TRUE
009600         MOVE WS-PIN-LOW TO WS-SES-ANS
009610     END-IF
009620     MOVE WS-SES-ANS TO SH-ANS
009630     IF NOT WS-SES-ANS-KNOWN
009640         SET SH-ANS-UNKNOWN TO TRUE
009650     END-IF
009660     PERFORM 4200-COMPUTE-EFFICIENCY THRU 4200-EXIT
009670     PERFORM 4300-SET-SHIFT-DATE THRU 4300-EXIT
009680     MOVE WS-SHIFT-DATE TO SH-SHIFT-DATE.
009690 4100-EXIT.
009700     EXIT.
009710
009720*****************************************************
009730*  4200-COMPUTE-EFFICIENCY - TRIES AS A PERCENT OF
009740*  THE IDEAL HALVING-STRATEGY TRIES FOR THE RANGE.
009750*****************************************************
009760 4200-COMPUTE-EFFICIENCY.
009770     COMPUTE WS-EFF-REMAIN = WS-SES-HIGH - WS-SES-LOW + 1
009780     MOVE 0 TO WS-IDEAL-TRIES
009790     PERFORM 4210-HALVE-REMAIN THRU 4210-EXIT
009800         UNTIL WS-EFF-REMAIN <= 1
009810     IF WS-IDEAL-TRIES = 0
009820         MOVE 1 TO WS-IDEAL-TRIES
009830     END-IF
009840     COMPUTE SH-EFF-SCORE ROUNDED =
009850         WS-EFF-TRIES * 100 / WS-IDEAL-TRIES
009860         ON SIZE ERROR
009870             MOVE 999.99 TO SH-EFF-SCORE
009880     END-COMPUTE.
009890 4200-EXIT.
009900     EXIT.
009910
009920 4210-HALVE-REMAIN.
009930     COMPUTE WS-EFF-REMAIN = (WS-EFF-REMAIN + 1) / 2
009940     ADD 1 TO WS-IDEAL-TRIES.
009950 4210-EXIT.
009960     EXIT.
009970
009980*****************************************************
009990*  4300-SET-SHIFT-DATE - A NIGHT SHIFT OPERATOR'S
010000*  ROUND STARTED AFTER MIDNIGHT BUT BEFORE THE
010010*  CUTOVER BELONGS TO THE DAY BEFORE.
010020*****************************************************
010030 4300-SET-SHIFT-DATE.
010040     MOVE WS-SES-DATE-NUM TO WS-SHIFT-DATE
010050     IF NOT WS-OPERMST-OPEN
010060         GO TO 4300-EXIT
010070     END-IF
010080     MOVE WS-SES-OPERATOR-ID TO OP-OPERATOR-ID
010090     READ OPERMST-FILE
010100         INVALID KEY
010110             GO TO 4300-EXIT
010120     END-READ
010130     COMPUTE WS-TIME-HHMM = WS-SES-TIME-NUM / 10000
010140     IF OP-SHIFT-NIGHT
010150             AND WS-TIME-HHMM < WS-CUTOVER
010160         COMPUTE WS-SHIFT-INT =
010170             FUNCTION INTEGER-OF-DATE(WS-SHIFT-DATE) - 1
010180         COMPUTE WS-SHIFT-DATE =
010190             FUNCTION DATE-OF-INTEGER(WS-SHIFT-INT)
010200     END-IF.
010210 4300-EXIT.
010220     EXIT.
010230
010240*****************************************************
010250*  7000-WRITE-TOTALS - WHAT THE RUN FOUND.
010260*****************************************************
010270 7000-WRITE-TOTALS.
010280     MOVE SPACES TO RBH-LINE
010290     WRITE RBH-LINE
010300     MOVE WS-SESSION-COUNT TO WS-TOT-SESSIONS
010310     MOVE WS-ON-FILE-COUNT TO WS-TOT-ON-FILE
010320     MOVE WS-CREATED-COUNT TO WS-TOT-CREATED
010330     MOVE WS-DECLINED-COUNT TO WS-TOT-DECLINED
010340     WRITE RBH-LINE FROM WS-TOT-LINE
010350     IF WS-MODE-REPORT
010360         MOVE "REPORT ONLY - NOTHING WRITTEN. RERUN WITH MODE=APPL
010370-            "Y TO CREATE THE ROUNDS" TO RBH-LINE
010380         WRITE RBH-LINE
010390     END-IF.
010400 7000-EXIT.
010410     EXIT.
010420
010430*****************************************************
010440*  8500-OPEN-RUNCTL - START THE RUN-CONTROL RECORD
010450*  FOR THIS RUN.  9999 MARKS A RUN STILL IN FLIGHT.
010460*****************************************************
010470 8500-OPEN-RUNCTL.
010480     OPEN I-O RUNCTL-FILE
010490     IF WS-RUNCTL-STATUS = "35"
010500         OPEN OUTPUT RUNCTL-FILE
010510         CLOSE RUNCTL-FILE
010520         OPEN I-O RUNCTL-FILE
010530     END-IF
010540     IF WS-RUNCTL-STATUS NOT = "00"
010550         DISPLAY "GUESSRBH - RUN CONTROL NOT AVAILABLE"
010560         GO TO 8500-EXIT
010570     END-IF
010580     SET WS-RUNCTL-AVAIL TO TRUE
010590     MOVE "GUESSRBH" TO RC-PROGRAM-ID
010600     ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD
010610     ACCEPT RC-RUN-TIME FROM TIME
010620     MOVE 0 TO RC-END-DATE
010630     MOVE 0 TO RC-END-TIME
010640     PERFORM 8510-INIT-ONE-SLOT THRU 8510-EXIT
010650         VARYING WS-RC-SLOT FROM 1 BY 1
010660         UNTIL WS-RC-SLOT > 4
010670     MOVE 9999 TO RC-COMPLETION-CODE
010680     WRITE RC-RUNCTL-RECORD
010690         INVALID KEY
010700             CONTINUE
010710     END-WRITE.
010720 8500-EXIT.
010730     EXIT.
010740
010750 8510-INIT-ONE-SLOT.
010760     MOVE SPACES TO RC-FILE-DD (WS-RC-SLOT)
010770     MOVE 0 TO RC-READ-COUNT (WS-RC-SLOT)
010780     MOVE 0 TO RC-WRITE-COUNT (WS-RC-SLOT).
010790 8510-EXIT.
010800     EXIT.
010810
010820*****************************************************
010830*  8600-FINISH-RUNCTL - CLOSE OUT THE RUN-CONTROL
010840*  RECORD AND PASS THE COMPLETION CODE BACK TO JES.
010850*****************************************************
010860 8600-FINISH-RUNCTL.
010870     IF WS-RUNCTL-AVAIL
010880         ACCEPT RC-END-DATE FROM DATE YYYYMMDD
010890         ACCEPT RC-END-TIME FROM TIME
010900         MOVE "AUDIT   " TO RC-FILE-DD (1)
010910         MOVE WS-AUD-READ-COUNT TO RC-READ-COUNT (1)
010920         MOVE "AUDTARCH" TO RC-FILE-DD (2)
010930         MOVE WS-ARCH-READ-COUNT TO RC-READ-COUNT (2)
010940         MOVE "SCOREHST" TO RC-FILE-DD (3)
010950         MOVE WS-ON-FILE-COUNT TO RC-READ-COUNT (3)
010960         IF WS-MODE-APPLY
010970             MOVE WS-CREATED-COUNT TO RC-WRITE-COUNT (3)
010980         END-IF
010990         MOVE WS-RC-COMPLETION TO RC-COMPLETION-CODE
011000         REWRITE RC-RUNCTL-RECORD
011010             INVALID KEY
011020                 CONTINUE
011030         END-REWRITE
011040         CLOSE RUNCTL-FILE
011050     END-IF
011060     MOVE WS-RC-COMPLETION TO RETURN-CODE.
011070 8600-EXIT.
011080     EXIT.
011090
011100*****************************************************
011110*  9000-TERMINATE - CLOSE UP SHOP.
011120*****************************************************
011130 9000-TERMINATE.
011140     CLOSE RBH-FILE
011150     IF WS-HIST-OPEN
011160         CLOSE SCOREHST-FILE
011170     END-IF
011180     IF WS-CKPT-OPEN
011190         CLOSE CKPT-FILE
011200     END-IF
011210     IF WS-OPERMST-OPEN
011220         CLOSE OPERMST-FILE
011230     END-IF
011240     IF WS-OPERPRF-OPEN
011250         CLOSE OPERPRF-FILE
011260     END-IF
011270     PERFORM 8600-FINISH-RUNCTL THRU 8600-EXIT.
011280 9000-EXIT.
011290     EXIT.
