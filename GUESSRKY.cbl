000010*****************************************************
000020*  IDENTIFICATION DIVISION.
000030*****************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. GUESSRKY.
000060 AUTHOR. D. LARKSPUR.
000070 INSTALLATION. FLOOR OPERATIONS - SHIFT SYSTEMS.
000080 DATE-WRITTEN. 10/15/2026.
000090 DATE-COMPILED.
000100*****************************************************
000110*  MODIFICATION HISTORY.
000120*  DATE        BY    DESCRIPTION
000130*  ----------  ----  ------------------------------
000140*  10/15/2026  DL    ORIGINAL VERSION - OPERATOR ID
000150*                    RE-KEY.  ONE TRANSACTION PER LINE
000160*                    ON REKEYIN MOVES AN OPERATOR'S
000170*                    RECORDS TO A NEW ID (R) OR MERGES
000180*                    THEM INTO AN EXISTING ID (M)
000190*                    ACROSS SCOREHST, ADJUD, AUDIT,
000200*                    CKPT, DAYSUM, AWARDS, OPERPRF AND
000210*                    TEAMMST, THEN DEACTIVATES THE OLD
000220*                    ID ON OPERMST.  COMMIT POINTS AND
000230*                    RESTART=Y ON RKYCKPT THE WAY
000240*                    GUESSARC DOES IT; BEFORE AND
000250*                    AFTER COUNTS PER FILE TO RKYOUT.
000260*  10/15/2026  DL    AN AWARDS MERGE KEEPS THE GUESSPAY
000270*                    PAID DATE FROM EITHER RECORD, SO A
000280*                    MERGED AWARD IS NEVER PAID TWICE.
000290*  10/15/2026  DL    CKPT RECORD IS NOW 83 BYTES WITH
000300*                    THE LAST-ACTIVITY STAMP.
000310*  10/15/2026  DL    CHALLNG SIDES AND WINNER, CHALWL
000320*                    WIN/LOSS RECORDS AND UNPAID TRNPLC
000330*                    PLACES NOW FOLLOW THE OPERATOR.
000340*****************************************************
000350*  TRANSACTION LAYOUT (80 BYTES):
000360*    COL  1     FUNCTION      R = RE-KEY TO A NEW ID
000370*                             M = MERGE INTO AN
000380*                                 EXISTING ID
000390*    COL  2-9   OLD OPERATOR ID
000400*    COL 10-17  NEW OPERATOR ID
000410*    COL 18-37  REFERENCE     HR TICKET OR NOTE,
000420*                             PRINTED ON THE REPORT
000430*    COL 38-80  UNUSED
000440*  REASON CODES:
000450*    01 INVALID FUNCTION CODE
000460*    02 OLD OR NEW ID MISSING, OR THE SAME
000470*    03 OLD OPERATOR NOT ON OPERMST
000480*    04 NEW ID ALREADY ON OPERMST (RE-KEY)
000490*    05 NEW ID NOT ON OPERMST (MERGE)
000500*    06 NEW OPERATOR INACTIVE (MERGE)
000510*  WHEN THE NEW ID ALREADY HOLDS A RECORD WITH THE
000520*  SAME KEY:
000530*    SCOREHST, ADJUD, AUDIT, CKPT - AN IDENTICAL
000540*      RECORD IS A MOVE A FAILED RUN GOT HALFWAY
000550*      THROUGH, SO THE OLD COPY IS DROPPED.  ANY
000560*      OTHER RECORD IS LEFT UNDER THE OLD ID AND
000570*      LISTED FOR THE SHIFT LEAD.
000580*    DAYSUM   - THE TWO DAYS ARE ADDED TOGETHER.
000590*    AWARDS   - THE EARLIER EARNED DATE IS KEPT,
000600*      AND THE AWARD STAYS PAID IF EITHER WAS PAID.
000610*    OPERPRF, TEAMMST - THE NEW ID'S RECORD STANDS.
000620*    CHALWL   - WINS, LOSSES AND DRAWS ARE ADDED
000630*      TOGETHER AND THE LATER LAST-SETTLED DATE KEPT.
000640*  CHALLNG AND TRNPLC ARE NOT KEYED BY OPERATOR: THE
000650*  OPERATOR ID IS CHANGED IN PLACE ON EVERY CHALLENGE
000660*  (EITHER SIDE AND THE WINNER) AND ON EVERY PLACING
000670*  NOT YET PAID.  A PAID PLACING STAYS UNDER THE OLD
000680*  ID.
000690*****************************************************
000700 ENVIRONMENT DIVISION.
000710 CONFIGURATION SECTION.
000720 SOURCE-COMPUTER. IBM-370.
000730 OBJECT-COMPUTER. IBM-370.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT REKEYIN-FILE ASSIGN TO "REKEYIN"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-REKEYIN-STATUS.
000790
000800     SELECT SCOREHST-FILE ASSIGN TO "SCOREHST"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS SH-HIST-KEY
000840         FILE STATUS IS WS-SCOREHST-STATUS.
000850
000860     SELECT ADJUD-FILE ASSIGN TO "ADJUD"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS AJ-ROUND-KEY
000900         FILE STATUS IS WS-ADJUD-STATUS.
000910
000920     SELECT AUDIT-FILE ASSIGN TO "AUDIT"
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS AU-AUDIT-KEY
000960         FILE STATUS IS WS-AUDIT-STATUS.
000970
000980     SELECT CKPT-FILE ASSIGN TO "CKPT"
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS DYNAMIC
001010         RECORD KEY IS CK-CKPT-KEY
001020         FILE STATUS IS WS-CKPT-STATUS.
001030
001040     SELECT DAYSUM-FILE ASSIGN TO "DAYSUM"
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS DYNAMIC
001070         RECORD KEY IS DS-SUMMARY-KEY
001080         FILE STATUS IS WS-DAYSUM-STATUS.
001090
001100     SELECT AWARDS-FILE ASSIGN TO "AWARDS"
001110         ORGANIZATION IS INDEXED
001120         ACCESS MODE IS DYNAMIC
001130         RECORD KEY IS AW-AWARD-KEY
001140         FILE STATUS IS WS-AWARDS-STATUS.
001150
001160     SELECT OPERPRF-FILE ASSIGN TO "OPERPRF"
001170         ORGANIZATION IS INDEXED
001180         ACCESS MODE IS DYNAMIC
001190         RECORD KEY IS PR-OPERATOR-ID
001200         FILE STATUS IS WS-OPERPRF-STATUS.
001210
001220     SELECT TEAMMST-FILE ASSIGN TO "TEAMMST"
001230         ORGANIZATION IS INDEXED
001240         ACCESS MODE IS DYNAMIC
001250         RECORD KEY IS TM-OPERATOR-ID
001260         FILE STATUS IS WS-TEAMMST-STATUS.
001270
001280     SELECT CHALLNG-FILE ASSIGN TO "CHALLNG"
001290         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001310         RECORD KEY IS CL-CHAL-ID
001320         FILE STATUS IS WS-CHALLNG-STATUS.
001330
001340     SELECT CHALWL-FILE ASSIGN TO "CHALWL"
001350         ORGANIZATION IS INDEXED
001360         ACCESS MODE IS DYNAMIC
001370         RECORD KEY IS CW-OPERATOR-ID
001380         FILE STATUS IS WS-CHALWL-STATUS.
001390
001400     SELECT TRNPLC-FILE ASSIGN TO "TRNPLC"
001410         ORGANIZATION IS INDEXED
001420         ACCESS MODE IS DYNAMIC
001430         RECORD KEY IS TP-PLACING-KEY
001440         FILE STATUS IS WS-TRNPLC-STATUS.
001450
001460     SELECT OPERMST-FILE ASSIGN TO "OPERMST"
001470         ORGANIZATION IS INDEXED
001480         ACCESS MODE IS DYNAMIC
001490         RECORD KEY IS OP-OPERATOR-ID
001500         FILE STATUS IS WS-OPERMST-STATUS.
001510
001520     SELECT RKYCKPT-FILE ASSIGN TO "RKYCKPT"
001530         ORGANIZATION IS INDEXED
001540         ACCESS MODE IS DYNAMIC
001550         RECORD KEY IS RK-CKPT-ID
001560         FILE STATUS IS WS-RKYCKPT-STATUS.
001570
001580     SELECT RKY-FILE ASSIGN TO "RKYOUT"
001590         ORGANIZATION IS LINE SEQUENTIAL
001600         FILE STATUS IS WS-RKY-STATUS.
001610
001620     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
001630         ORGANIZATION IS INDEXED
001640         ACCESS MODE IS DYNAMIC
001650         RECORD KEY IS RC-RUNCTL-KEY
001660         FILE STATUS IS WS-RUNCTL-STATUS.
001670
001680 DATA DIVISION.
001690 FILE SECTION.
001700 FD  REKEYIN-FILE
001710     LABEL RECORDS ARE STANDARD.
001720 01  RX-REKEY-TRANS.
001730     05  RX-FUNC                      PIC X(01).
001740         88  RX-FUNC-REKEY                VALUE "R".
001750         88  RX-FUNC-MERGE                VALUE "M".
001760     05  RX-OLD-ID                    PIC X(08).
001770     05  RX-NEW-ID                    PIC X(08).
001780     05  RX-REFERENCE                 PIC X(20).
001790     05  FILLER                       PIC X(43).
001800
001810 FD  SCOREHST-FILE
001820     LABEL RECORDS ARE STANDARD.
001830     COPY SCOREHR.
001840
001850 FD  ADJUD-FILE
001860     LABEL RECORDS ARE STANDARD.
001870     COPY ADJUDR.
001880
001890 FD  AUDIT-FILE
001900     LABEL RECORDS ARE STANDARD.
001910     COPY AUDITR.
001920
001930 FD  CKPT-FILE
001940     LABEL RECORDS ARE STANDARD.
001950     COPY CKPTR.
001960
001970 FD  DAYSUM-FILE
001980     LABEL RECORDS ARE STANDARD.
001990     COPY DAYSUMR.
002000
002010 FD  AWARDS-FILE
002020     LABEL RECORDS ARE STANDARD.
002030     COPY AWARDR.
002040
002050 FD  OPERPRF-FILE
002060     LABEL RECORDS ARE STANDARD.
002070     COPY OPRPRFR.
002080
002090 FD  TEAMMST-FILE
002100     LABEL RECORDS ARE STANDARD.
002110     COPY TEAMMR.
002120
002130 FD  CHALLNG-FILE
002140     LABEL RECORDS ARE STANDARD.
002150     COPY CHALR.
002160
002170 FD  CHALWL-FILE
002180     LABEL RECORDS ARE STANDARD.
002190     COPY CHWLR.
002200
002210 FD  TRNPLC-FILE
002220     LABEL RECORDS ARE STANDARD.
002230     COPY TRNPLR.
002240
002250 FD  OPERMST-FILE
002260     LABEL RECORDS ARE STANDARD.
002270     COPY OPERMR.
002280
002290 FD  RKYCKPT-FILE
002300     LABEL RECORDS ARE STANDARD.
002310     COPY RKYCKPR.
002320
002330 FD  RKY-FILE
002340     LABEL RECORDS ARE STANDARD.
002350 01  RKY-LINE                         PIC X(80).
002360
002370 FD  RUNCTL-FILE
002380     LABEL RECORDS ARE STANDARD.
002390     COPY RUNCTLR.
002400
002410 WORKING-STORAGE SECTION.
002420 01  WS-RUNCTL-STATUS                 PIC X(02) VALUE SPACES.
002430 01  WS-RUNCTL-AVAIL-SW               PIC X(01) VALUE "N".
002440     88  WS-RUNCTL-AVAIL                  VALUE "Y".
002450 01  WS-RC-COMPLETION                 PIC 9(04) VALUE 0.
002460 01  WS-RC-SLOT                       PIC 9(01) COMP.
002470 01  WS-REKEYIN-STATUS                PIC X(02) VALUE SPACES.
002480 01  WS-SCOREHST-STATUS               PIC X(02) VALUE SPACES.
002490 01  WS-ADJUD-STATUS                  PIC X(02) VALUE SPACES.
002500 01  WS-AUDIT-STATUS                  PIC X(02) VALUE SPACES.
002510 01  WS-CKPT-STATUS                   PIC X(02) VALUE SPACES.
002520 01  WS-DAYSUM-STATUS                 PIC X(02) VALUE SPACES.
002530 01  WS-AWARDS-STATUS                 PIC X(02) VALUE SPACES.
002540 01  WS-OPERPRF-STATUS                PIC X(02) VALUE SPACES.
002550 01  WS-TEAMMST-STATUS                PIC X(02) VALUE SPACES.
002560 01  WS-CHALLNG-STATUS                PIC X(02) VALUE SPACES.
002570 01  WS-CHALWL-STATUS                 PIC X(02) VALUE SPACES.
002580 01  WS-TRNPLC-STATUS                 PIC X(02) VALUE SPACES.
002590 01  WS-OPERMST-STATUS                PIC X(02) VALUE SPACES.
002600 01  WS-RKYCKPT-STATUS                PIC X(02) VALUE SPACES.
002610 01  WS-RKY-STATUS                    PIC X(02) VALUE SPACES.
002620
002630*    A DATA FILE THAT HAS NEVER BEEN CREATED HOLDS
002640*    NOTHING TO MOVE; ITS PHASE JUST REPORTS ZEROES.
002650 01  WS-HIST-AVAIL-SW                 PIC X(01) VALUE "N".
002660     88  WS-HIST-AVAIL                    VALUE "Y".
002670 01  WS-ADJUD-AVAIL-SW                PIC X(01) VALUE "N".
002680     88  WS-ADJUD-AVAIL                   VALUE "Y".
002690 01  WS-AUDIT-AVAIL-SW                PIC X(01) VALUE "N".
002700     88  WS-AUDIT-AVAIL                   VALUE "Y".
002710 01  WS-CKPT-AVAIL-SW                 PIC X(01) VALUE "N".
002720     88  WS-CKPT-AVAIL                    VALUE "Y".
002730 01  WS-DAYSUM-AVAIL-SW               PIC X(01) VALUE "N".
002740     88  WS-DAYSUM-AVAIL                  VALUE "Y".
002750 01  WS-AWARDS-AVAIL-SW               PIC X(01) VALUE "N".
002760     88  WS-AWARDS-AVAIL                  VALUE "Y".
002770 01  WS-OPERPRF-AVAIL-SW              PIC X(01) VALUE "N".
002780     88  WS-OPERPRF-AVAIL                 VALUE "Y".
002790 01  WS-TEAMMST-AVAIL-SW              PIC X(01) VALUE "N".
002800     88  WS-TEAMMST-AVAIL                 VALUE "Y".
002810 01  WS-CHALLNG-AVAIL-SW              PIC X(01) VALUE "N".
002820     88  WS-CHALLNG-AVAIL                 VALUE "Y".
002830 01  WS-CHALWL-AVAIL-SW               PIC X(01) VALUE "N".
002840     88  WS-CHALWL-AVAIL                  VALUE "Y".
002850 01  WS-TRNPLC-AVAIL-SW               PIC X(01) VALUE "N".
002860     88  WS-TRNPLC-AVAIL                  VALUE "Y".
002870 01  WS-OPERMST-AVAIL-SW              PIC X(01) VALUE "N".
002880     88  WS-OPERMST-AVAIL                 VALUE "Y".
002890 01  WS-RKYCKPT-AVAIL-SW              PIC X(01) VALUE "N".
002900     88  WS-RKYCKPT-AVAIL                 VALUE "Y".
002910
002920 01  WS-TODAY                         PIC 9(08).
002930 01  WS-TRANS-EOF-SW                  PIC X(01) VALUE "N".
002940     88  WS-TRANS-EOF                     VALUE "Y".
002950 01  WS-STOP-RUN-SW                   PIC X(01) VALUE "N".
002960     88  WS-STOP-RUN                      VALUE "Y".
002970 01  WS-RESTART-SW                    PIC X(01) VALUE "N".
002980     88  WS-RESTARTING                    VALUE "Y".
002990 01  WS-RESUMING-TRANS-SW             PIC X(01) VALUE "N".
003000     88  WS-RESUMING-TRANS                VALUE "Y".
003010 01  WS-FOUND-SW                      PIC X(01) VALUE "N".
003020     88  WS-FOUND                         VALUE "Y".
003030 01  WS-PHASE-END-SW                  PIC X(01) VALUE "N".
003040     88  WS-PHASE-END                     VALUE "Y".
003050 01  WS-COUNT-END-SW                  PIC X(01) VALUE "N".
003060     88  WS-COUNT-END                     VALUE "Y".
003070
003080*    WHERE A RESTART PICKS UP, FROM THE CHECKPOINT.
003090 01  WS-RESUME-TRAN                   PIC 9(05) VALUE 0.
003100 01  WS-RESUME-PHASE                  PIC 9(02) VALUE 0.
003110 01  WS-RESUME-KEY                    PIC X(37)
003120                                      VALUE LOW-VALUES.
003130 01  WS-PHASE                         PIC 9(02).
003140*        CHALLNG AND TRNPLC ARE READ FROM THE TOP.
003150     88  WS-PHASE-FULL-SCAN               VALUES 9 11.
003160 01  WS-START-PHASE                   PIC 9(02).
003170 01  WS-NEXT-KEY                      PIC X(37).
003180
003190 01  WS-TRANS-READ                    PIC 9(05) VALUE 0.
003200 01  WS-TRANS-APPLIED                 PIC 9(05) VALUE 0.
003210 01  WS-TRANS-REJECTED                PIC 9(05) VALUE 0.
003220 01  WS-TRANS-SKIPPED                 PIC 9(05) VALUE 0.
003230 01  WS-REASON-CODE                   PIC X(02).
003240 01  WS-OPER-WRITES                   PIC 9(07) VALUE 0.
003250 01  WS-TOT-HIST-MOVED                PIC 9(07) VALUE 0.
003260 01  WS-TOT-AUDIT-MOVED               PIC 9(07) VALUE 0.
003270 01  WS-TOT-KEPT-OLD                  PIC 9(07) VALUE 0.
003280
003290*    BEFORE/AFTER COUNTS FOR THE FILE PHASE IN HAND.
003300 01  WS-PHASE-FILE                    PIC X(08).
003310 01  WS-OLD-BEFORE                    PIC 9(07).
003320 01  WS-NEW-BEFORE                    PIC 9(07).
003330 01  WS-MOVED                         PIC 9(07).
003340 01  WS-MERGED                        PIC 9(07).
003350 01  WS-KEPT-OLD                      PIC 9(07).
003360 01  WS-OLD-AFTER                     PIC 9(07).
003370 01  WS-NEW-AFTER                     PIC 9(07).
003380 01  WS-COUNT-ID                      PIC X(08).
003390 01  WS-COUNT-RESULT                  PIC 9(07).
003400 01  WS-SIDE-SUB                      PIC 9(01) COMP.
003410
003420*    THE RECORD BEING MOVED, AS READ UNDER THE OLD ID
003430*    AND AS IT WOULD LOOK UNDER THE NEW ONE.
003440 01  WS-OLD-IMAGE                     PIC X(150).
003450 01  WS-NEW-IMAGE                     PIC X(150).
003460 01  WS-OLD-AWARD-DATE                PIC 9(08).
003470 01  WS-OLD-AWARD-DESC                PIC X(30).
003480 01  WS-OLD-AWARD-PAID                PIC X(08).
003490 01  WS-OLD-DAYSUM.
003500     05  WS-OD-KEY.
003510         10  WS-OD-OPERATOR-ID        PIC X(08).
003520         10  WS-OD-SUMMARY-DATE       PIC X(08).
003530     05  WS-OD-ROUNDS                 PIC 9(05).
003540     05  WS-OD-WINS                   PIC 9(05).
003550     05  WS-OD-TOTAL-TRIES            PIC 9(07).
003560     05  WS-OD-TOTAL-EFF              PIC 9(07)V99.
003570     05  WS-OD-BEST-TRIES             PIC 9(05).
003580     05  FILLER                       PIC X(10).
003590 01  WS-OLD-CHALWL.
003600     05  WS-OW-OPERATOR-ID            PIC X(08).
003610     05  WS-OW-WINS                   PIC 9(05).
003620     05  WS-OW-LOSSES                 PIC 9(05).
003630     05  WS-OW-DRAWS                  PIC 9(05).
003640     05  WS-OW-LAST-SETTLED           PIC 9(08).
003650     05  FILLER                       PIC X(10).
003660
003670 01  WS-PARM-TOKENS.
003680     05  WS-PARM-TOKEN-1                  PIC X(20).
003690     05  WS-PARM-TOKEN-2                  PIC X(20).
003700     05  WS-PARM-TOKEN-3                  PIC X(20).
003710     05  WS-PARM-TOKEN-4                  PIC X(20).
003720     05  WS-PARM-TOKEN-5                  PIC X(20).
003730 01  WS-PARM-TOKEN-TBL REDEFINES WS-PARM-TOKENS.
003740     05  WS-PARM-TOKEN                    PIC X(20)
003750                                           OCCURS 5 TIMES.
003760 01  WS-TOKEN-SUB                     PIC 9(01) COMP.
003770 01  WS-PARM-ONE-TOKEN                PIC X(20).
003780 01  WS-PARM-KEY                      PIC X(10).
003790 01  WS-PARM-VALUE                    PIC X(10).
003800
003810 01  WS-HDR-1.
003820     05  FILLER                       PIC X(30)
003830         VALUE "GUESS OPERATOR ID RE-KEY - RUN".
003840     05  FILLER                       PIC X(01) VALUE SPACES.
003850     05  WS-HDR-DATE                  PIC X(08).
003860     05  FILLER                       PIC X(01) VALUE SPACES.
003870     05  WS-HDR-RESTART               PIC X(20) VALUE SPACES.
003880     05  FILLER                       PIC X(20) VALUE SPACES.
003890
003900 01  WS-HDR-2.
003910     05  FILLER                       PIC X(08) VALUE "FILE".
003920     05  FILLER                       PIC X(36)
003930         VALUE "  OLD-BEF  NEW-BEF    MOVED   MERGED".
003940     05  FILLER                       PIC X(36)
003950         VALUE " KEPT-OLD  OLD-AFT  NEW-AFT".
003960
003970 01  WS-TRANS-LINE.
003980     05  FILLER                       PIC X(06) VALUE "TRANS ".
003990     05  WS-TL-NUM                    PIC 9(05).
004000     05  FILLER                       PIC X(02) VALUE SPACES.
004010     05  WS-TL-FUNC                   PIC X(01).
004020     05  FILLER                       PIC X(06) VALUE "  OLD ".
004030     05  WS-TL-OLD-ID                 PIC X(08).
004040     05  FILLER                       PIC X(06) VALUE "  NEW ".
004050     05  WS-TL-NEW-ID                 PIC X(08).
004060     05  FILLER                       PIC X(02) VALUE SPACES.
004070     05  WS-TL-REFERENCE              PIC X(20).
004080     05  FILLER                       PIC X(16) VALUE SPACES.
004090
004100 01  WS-FILE-LINE.
004110     05  WS-FL-FILE                   PIC X(08).
004120     05  FILLER                       PIC X(02) VALUE SPACES.
004130     05  WS-FL-OLD-BEFORE             PIC ZZZZZZ9.
004140     05  FILLER                       PIC X(02) VALUE SPACES.
004150     05  WS-FL-NEW-BEFORE             PIC ZZZZZZ9.
004160     05  FILLER                       PIC X(02) VALUE SPACES.
004170     05  WS-FL-MOVED                  PIC ZZZZZZ9.
004180     05  FILLER                       PIC X(02) VALUE SPACES.
004190     05  WS-FL-MERGED                 PIC ZZZZZZ9.
004200     05  FILLER                       PIC X(02) VALUE SPACES.
004210     05  WS-FL-KEPT-OLD               PIC ZZZZZZ9.
004220     05  FILLER                       PIC X(02) VALUE SPACES.
004230     05  WS-FL-OLD-AFTER              PIC ZZZZZZ9.
004240     05  FILLER                       PIC X(02) VALUE SPACES.
004250     05  WS-FL-NEW-AFTER              PIC ZZZZZZ9.
004260     05  FILLER                       PIC X(09) VALUE SPACES.
004270
004280 01  WS-MSG-LINE.
004290     05  FILLER                       PIC X(04) VALUE SPACES.
004300     05  WS-MSG-TEXT                  PIC X(76).
004310
004320 01  WS-TOT-LINE.
004330     05  FILLER                       PIC X(06) VALUE "READ  ".
004340     05  WS-TOT-READ                  PIC ZZZZ9.
004350     05  FILLER                       PIC X(10)
004360         VALUE "  APPLIED ".
004370     05  WS-TOT-APPLIED               PIC ZZZZ9.
004380     05  FILLER                       PIC X(11)
004390         VALUE "  REJECTED ".
004400     05  WS-TOT-REJECTED              PIC ZZZZ9.
004410     05  FILLER                       PIC X(19)
004420         VALUE "  DONE EARLIER RUN ".
004430     05  WS-TOT-SKIPPED               PIC ZZZZ9.
004440     05  FILLER                       PIC X(14) VALUE SPACES.
004450
004460 LINKAGE SECTION.
004470 01  LK-PARM-LENGTH                   PIC S9(04) COMP.
004480 01  LK-PARM-TEXT                     PIC X(80).
004490
004500 PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-TEXT.
004510*****************************************************
004520*  0000-MAINLINE.
004530*****************************************************
004540 0000-MAINLINE.
004550     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004560     PERFORM 2000-PROCESS-ONE-TRANS THRU 2000-EXIT
004570         UNTIL WS-TRANS-EOF
004580     PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT
004590     PERFORM 9000-TERMINATE THRU 9000-EXIT
004600     STOP RUN.
004610
004620*****************************************************
004630*  1000-INITIALIZE - PARSE THE PARM, OPEN THE FILES,
004640*  SET UP THE CHECKPOINT AND PRINT THE HEADINGS.
004650*****************************************************
004660 1000-INITIALIZE.
004670     PERFORM 8500-OPEN-RUNCTL THRU 8500-EXIT
004680     ACCEPT WS-TODAY FROM DATE YYYYMMDD
004690     IF LK-PARM-LENGTH > 0
004700         PERFORM 1110-PARSE-PARM-STRING THRU 1110-EXIT
004710     END-IF
004720     OPEN OUTPUT RKY-FILE
004730     MOVE WS-TODAY TO WS-HDR-DATE
004740     IF WS-RESTARTING
004750         MOVE "(RESTART)" TO WS-HDR-RESTART
004760     END-IF
004770     WRITE RKY-LINE FROM WS-HDR-1
004780     WRITE RKY-LINE FROM WS-HDR-2
004790     OPEN INPUT REKEYIN-FILE
004800     IF WS-REKEYIN-STATUS NOT = "00"
004810         DISPLAY "GUESSRKY - REKEYIN OPEN FAILED, STATUS "
004820             WS-REKEYIN-STATUS
004830         PERFORM 2900-STOP-RUN THRU 2900-EXIT
004840         GO TO 1000-EXIT
004850     END-IF
004860     PERFORM 1200-OPEN-FILES THRU 1200-EXIT
004870     IF NOT WS-STOP-RUN
004880         PERFORM 1300-SET-UP-CHECKPOINT THRU 1300-EXIT
004890     END-IF.
004900 1000-EXIT.
004910     EXIT.
004920
004930 1110-PARSE-PARM-STRING.
004940     UNSTRING LK-PARM-TEXT (1:LK-PARM-LENGTH) DELIMITED BY ","
004950         INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
004960              WS-PARM-TOKEN-3 WS-PARM-TOKEN-4
004970              WS-PARM-TOKEN-5
004980     PERFORM 1111-APPLY-TOKEN THRU 1111-EXIT
004990         VARYING WS-TOKEN-SUB FROM 1 BY 1
005000         UNTIL WS-TOKEN-SUB > 5.
005010 1110-EXIT.
005020     EXIT.
005030
005040 1111-APPLY-TOKEN.
005050     MOVE WS-PARM-TOKEN (WS-TOKEN-SUB) TO WS-PARM-ONE-TOKEN
005060     UNSTRING WS-PARM-ONE-TOKEN DELIMITED BY "="
005070         INTO WS-PARM-KEY WS-PARM-VALUE
005080     EVALUATE WS-PARM-KEY
005090         WHEN "RESTART"
005100             IF WS-PARM-VALUE (1:1) = "Y"
005110                 SET WS-RESTARTING TO TRUE
005120             END-IF
005130         WHEN OTHER
005140             CONTINUE
005150     END-EVALUATE.
005160 1111-EXIT.
005170     EXIT.
005180
005190*****************************************************
005200*  1200-OPEN-FILES - OPERMST MUST BE THERE.  A DATA
005210*  FILE NOT YET CREATED (35) HAS NOTHING TO MOVE;
005220*  ANY OTHER OPEN FAILURE STOPS THE RUN.
005230*****************************************************
005240 1200-OPEN-FILES.
005250     OPEN I-O OPERMST-FILE
005260     IF WS-OPERMST-STATUS NOT = "00"
005270         DISPLAY "GUESSRKY - OPERMST OPEN FAILED, STATUS "
005280             WS-OPERMST-STATUS
005290         PERFORM 2900-STOP-RUN THRU 2900-EXIT
005300         GO TO 1200-EXIT
005310     END-IF
005320     SET WS-OPERMST-AVAIL TO TRUE
005330     OPEN I-O SCOREHST-FILE
005340     EVALUATE WS-SCOREHST-STATUS
005350         WHEN "00"
005360             SET WS-HIST-AVAIL TO TRUE
005370         WHEN "35"
005380             CONTINUE
005390         WHEN OTHER
005400             DISPLAY "GUESSRKY - SCOREHST OPEN FAILED, STATUS "
005410                 WS-SCOREHST-STATUS
005420             PERFORM 2900-STOP-RUN THRU 2900-EXIT
005430     END-EVALUATE
005440     OPEN I-O ADJUD-FILE
005450     EVALUATE WS-ADJUD-STATUS
005460         WHEN "00"
005470             SET WS-ADJUD-AVAIL TO TRUE
005480         WHEN "35"
005490             CONTINUE
005500         WHEN OTHER
005510             DISPLAY "GUESSRKY - ADJUD OPEN FAILED, STATUS "
005520                 WS-ADJUD-STATUS
005530             PERFORM 2900-STOP-RUN THRU 2900-EXIT
005540     END-EVALUATE
005550     OPEN I-O AUDIT-FILE
005560     EVALUATE WS-AUDIT-STATUS
005570         WHEN "00"
005580             SET WS-AUDIT-AVAIL TO TRUE
005590         WHEN "35"
005600             CONTINUE
005610         WHEN OTHER
005620             DISPLAY "GUESSRKY - AUDIT OPEN FAILED, STATUS "
005630                 WS-AUDIT-STATUS
005640             PERFORM 2900-STOP-RUN THRU 2900-EXIT
005650     END-EVALUATE
005660     OPEN I-O CKPT-FILE
005670     EVALUATE WS-CKPT-STATUS
005680         WHEN "00"
005690             SET WS-CKPT-AVAIL TO TRUE
005700         WHEN "35"
005710             CONTINUE
005720         WHEN OTHER
005730             DISPLAY "GUESSRKY - CKPT OPEN FAILED, STATUS "
005740                 WS-CKPT-STATUS
005750             PERFORM 2900-STOP-RUN THRU 2900-EXIT
005760     END-EVALUATE
005770     OPEN I-O DAYSUM-FILE
005780     EVALUATE WS-DAYSUM-STATUS
005790         WHEN "00"
005800             SET WS-DAYSUM-AVAIL TO TRUE
005810         WHEN "35"
005820             CONTINUE
005830         WHEN OTHER
005840             DISPLAY "GUESSRKY - DAYSUM OPEN FAILED, STATUS "
005850                 WS-DAYSUM-STATUS
005860             PERFORM 2900-STOP-RUN THRU 2900-EXIT
005870     END-EVALUATE
005880     OPEN I-O AWARDS-FILE
005890     EVALUATE WS-AWARDS-STATUS
005900         WHEN "00"
005910             SET WS-AWARDS-AVAIL TO TRUE
005920         WHEN "35"
005930             CONTINUE
005940         WHEN OTHER
005950             DISPLAY "GUESSRKY - AWARDS OPEN FAILED, STATUS "
005960                 WS-AWARDS-STATUS
005970             PERFORM 2900-STOP-RUN THRU 2900-EXIT
005980     END-EVALUATE
005990     OPEN I-O OPERPRF-FILE
006000     EVALUATE WS-OPERPRF-STATUS
006010         WHEN "00"
006020             SET WS-OPERPRF-AVAIL TO TRUE
006030         WHEN "35"
006040             CONTINUE
006050         WHEN OTHER
006060             DISPLAY "GUESSRKY - OPERPRF OPEN FAILED, STATUS "
006070                 WS-OPERPRF-STATUS
006080             PERFORM 2900-STOP-RUN THRU 2900-EXIT
006090     END-EVALUATE
006100     OPEN I-O TEAMMST-FILE
006110     EVALUATE WS-TEAMMST-STATUS
006120         WHEN "00"
006130             SET WS-TEAMMST-AVAIL TO TRUE
006140         WHEN "35"
006150             CONTINUE
006160         WHEN OTHER
006170             DISPLAY "GUESSRKY - TEAMMST OPEN FAILED, STATUS "
006180                 WS-TEAMMST-STATUS
006190             PERFORM 2900-STOP-RUN THRU 2900-EXIT
006200     END-EVALUATE
006210     OPEN I-O CHALLNG-FILE
006220     EVALUATE WS-CHALLNG-STATUS
006230         WHEN "00"
006240             SET WS-CHALLNG-AVAIL TO TRUE
006250         WHEN "35"
006260             CONTINUE
006270         WHEN OTHER
006280             DISPLAY "GUESSRKY - CHALLNG OPEN FAILED, STATUS "
006290                 WS-CHALLNG-STATUS
006300             PERFORM 2900-STOP-RUN THRU 2900-EXIT
006310     END-EVALUATE
006320     OPEN I-O CHALWL-FILE
006330     EVALUATE WS-CHALWL-STATUS
006340         WHEN "00"
006350             SET WS-CHALWL-AVAIL TO TRUE
006360         WHEN "35"
006370             CONTINUE
006380         WHEN OTHER
006390             DISPLAY "GUESSRKY - CHALWL OPEN FAILED, STATUS "
006400                 WS-CHALWL-STATUS
006410             PERFORM 2900-STOP-RUN THRU 2900-EXIT
006420     END-EVALUATE
006430     OPEN I-O TRNPLC-FILE
006440     EVALUATE WS-TRNPLC-STATUS
006450         WHEN "00"
006460             SET WS-TRNPLC-AVAIL TO TRUE
006470         WHEN "35"
006480             CONTINUE
006490         WHEN OTHER
006500             DISPLAY "GUESSRKY - TRNPLC OPEN FAILED, STATUS "
006510                 WS-TRNPLC-STATUS
006520             PERFORM 2900-STOP-RUN THRU 2900-EXIT
006530     END-EVALUATE.
006540 1200-EXIT.
006550     EXIT.
006560
006570*****************************************************
006580*  1300-SET-UP-CHECKPOINT - OPEN RKYCKPT, CREATING IT
006590*  ON FIRST USE.  RESTART=Y PICKS UP WHERE AN
006600*  UNFINISHED RUN STOPPED.  A FRESH RUN ON TOP OF AN
006610*  UNFINISHED ONE IS REFUSED - IT WOULD LOSE THE
006620*  RESTART POINT.
006630*****************************************************
006640 1300-SET-UP-CHECKPOINT.
006650     OPEN I-O RKYCKPT-FILE
006660     IF WS-RKYCKPT-STATUS = "35"
006670         OPEN OUTPUT RKYCKPT-FILE
006680         CLOSE RKYCKPT-FILE
006690         OPEN I-O RKYCKPT-FILE
006700     END-IF
006710     IF WS-RKYCKPT-STATUS NOT = "00"
006720         DISPLAY "GUESSRKY - RKYCKPT OPEN FAILED, STATUS "
006730             WS-RKYCKPT-STATUS
006740         PERFORM 2900-STOP-RUN THRU 2900-EXIT
006750         GO TO 1300-EXIT
006760     END-IF
006770     SET WS-RKYCKPT-AVAIL TO TRUE
006780     MOVE "GUESSRKY" TO RK-CKPT-ID
006790     MOVE "N" TO WS-FOUND-SW
006800     READ RKYCKPT-FILE
006810         INVALID KEY
006820             CONTINUE
006830         NOT INVALID KEY
006840             IF NOT RK-RUN-DONE
006850                 AND RK-TRAN-NUM > 0
006860                 SET WS-FOUND TO TRUE
006870             END-IF
006880     END-READ
006890     IF WS-FOUND AND WS-RESTARTING
006900         MOVE RK-TRAN-NUM TO WS-RESUME-TRAN
006910         MOVE RK-PHASE TO WS-RESUME-PHASE
006920         MOVE RK-LAST-KEY TO WS-RESUME-KEY
006930         GO TO 1300-EXIT
006940     END-IF
006950     IF WS-FOUND
006960         DISPLAY "GUESSRKY - PRIOR RUN DID NOT FINISH, "
006970             "RESUBMIT WITH RESTART=Y"
006980         MOVE "PRIOR RUN DID NOT FINISH - RESUBMIT WITH RESTART=Y"
006990             TO WS-MSG-TEXT
007000         WRITE RKY-LINE FROM WS-MSG-LINE
007010         PERFORM 2900-STOP-RUN THRU 2900-EXIT
007020         GO TO 1300-EXIT
007030     END-IF
007040     IF WS-RESTARTING
007050         DISPLAY "GUESSRKY - NO UNFINISHED RUN, "
007060             "STARTING FROM THE TOP"
007070         MOVE "N" TO WS-RESTART-SW
007080     END-IF
007090     MOVE "GUESSRKY" TO RK-CKPT-ID
007100     MOVE "N" TO RK-RUN-DONE-SW
007110     MOVE 0 TO RK-TRAN-NUM
007120     MOVE 0 TO RK-PHASE
007130     MOVE LOW-VALUES TO RK-LAST-KEY
007140     MOVE "N" TO RK-PENDING-SW
007150     MOVE "N" TO RK-TARGET-FOUND-SW
007160     MOVE SPACES TO RK-OLD-IMAGE
007170     MOVE SPACES TO RK-TARGET-IMAGE
007180     PERFORM 7050-COMMIT-CHECKPOINT THRU 7050-EXIT.
007190 1300-EXIT.
007200     EXIT.
007210
007220*****************************************************
007230*  2000-PROCESS-ONE-TRANS - READ ONE TRANSACTION AND
007240*  RUN IT THROUGH EVERY FILE PHASE.  ON A RESTART THE
007250*  TRANSACTIONS THE FAILED RUN FINISHED ARE SKIPPED
007260*  AND THE ONE IT WAS IN RESUMES AT ITS PHASE AND KEY
007270*  WITHOUT BEING EDITED AGAIN (ITS OPERMST RECORDS
007280*  MAY ALREADY BE CHANGED).
007290*****************************************************
007300 2000-PROCESS-ONE-TRANS.
007310     READ REKEYIN-FILE
007320         AT END
007330             SET WS-TRANS-EOF TO TRUE
007340     END-READ
007350     IF WS-TRANS-EOF
007360         GO TO 2000-EXIT
007370     END-IF
007380     ADD 1 TO WS-TRANS-READ
007390     INSPECT RX-REKEY-TRANS
007400         CONVERTING "abcdefghijklmnopqrstuvwxyz"
007410                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
007420     MOVE SPACES TO RKY-LINE
007430     WRITE RKY-LINE
007440     MOVE WS-TRANS-READ TO WS-TL-NUM
007450     MOVE RX-FUNC TO WS-TL-FUNC
007460     MOVE RX-OLD-ID TO WS-TL-OLD-ID
007470     MOVE RX-NEW-ID TO WS-TL-NEW-ID
007480     MOVE RX-REFERENCE TO WS-TL-REFERENCE
007490     WRITE RKY-LINE FROM WS-TRANS-LINE
007500     MOVE "N" TO WS-RESUMING-TRANS-SW
007510     IF WS-TRANS-READ < WS-RESUME-TRAN
007520         OR (WS-TRANS-READ = WS-RESUME-TRAN
007530             AND WS-RESUME-PHASE > 12)
007540         ADD 1 TO WS-TRANS-SKIPPED
007550         MOVE "COMPLETED BY THE EARLIER RUN - SKIPPED"
007560             TO WS-MSG-TEXT
007570         WRITE RKY-LINE FROM WS-MSG-LINE
007580         GO TO 2000-EXIT
007590     END-IF
007600     IF WS-TRANS-READ = WS-RESUME-TRAN
007610         SET WS-RESUMING-TRANS TO TRUE
007620         MOVE WS-RESUME-PHASE TO WS-START-PHASE
007630         MOVE "RESUMED FROM THE EARLIER RUN'S CHECKPOINT"
007640             TO WS-MSG-TEXT
007650         WRITE RKY-LINE FROM WS-MSG-LINE
007660     ELSE
007670         PERFORM 2100-EDIT-TRANS THRU 2100-EXIT
007680         IF WS-REASON-CODE NOT = SPACES
007690             PERFORM 2150-REJECT-TRANS THRU 2150-EXIT
007700             GO TO 2000-EXIT
007710         END-IF
007720         MOVE 1 TO WS-START-PHASE
007730         MOVE WS-TRANS-READ TO RK-TRAN-NUM
007740         MOVE 1 TO RK-PHASE
007750         MOVE LOW-VALUES TO RK-LAST-KEY
007760         MOVE "N" TO RK-PENDING-SW
007770         PERFORM 7050-COMMIT-CHECKPOINT THRU 7050-EXIT
007780     END-IF
007790     WRITE RKY-LINE FROM WS-HDR-2
007800     PERFORM 2200-RUN-ONE-PHASE THRU 2200-EXIT
007810         VARYING WS-PHASE FROM WS-START-PHASE BY 1
007820         UNTIL WS-PHASE > 12
007830             OR WS-STOP-RUN
007840     IF NOT WS-STOP-RUN
007850         ADD 1 TO WS-TRANS-APPLIED
007860     END-IF.
007870 2000-EXIT.
007880     EXIT.
007890
007900*****************************************************
007910*  2100-EDIT-TRANS - FUNCTION, BOTH IDS, AND OPERMST:
007920*  THE OLD ID MUST BE ON FILE; A RE-KEY NEEDS A NEW ID
007930*  NOBODY HAS YET, A MERGE AN ACTIVE ONE.
007940*****************************************************
007950 2100-EDIT-TRANS.
007960     MOVE SPACES TO WS-REASON-CODE
007970     IF NOT RX-FUNC-REKEY AND NOT RX-FUNC-MERGE
007980         MOVE "01" TO WS-REASON-CODE
007990         GO TO 2100-EXIT
008000     END-IF
008010     IF RX-OLD-ID = SPACES
008020         OR RX-NEW-ID = SPACES
008030         OR RX-OLD-ID = RX-NEW-ID
008040         MOVE "02" TO WS-REASON-CODE
008050         GO TO 2100-EXIT
008060     END-IF
008070     MOVE RX-OLD-ID TO OP-OPERATOR-ID
008080     READ OPERMST-FILE
008090         INVALID KEY
008100             MOVE "03" TO WS-REASON-CODE
008110             GO TO 2100-EXIT
008120     END-READ
008130     MOVE "N" TO WS-FOUND-SW
008140     MOVE RX-NEW-ID TO OP-OPERATOR-ID
008150     READ OPERMST-FILE
008160         INVALID KEY
008170             CONTINUE
008180         NOT INVALID KEY
008190             SET WS-FOUND TO TRUE
008200     END-READ
008210     EVALUATE TRUE
008220         WHEN RX-FUNC-REKEY AND WS-FOUND
008230             MOVE "04" TO WS-REASON-CODE
008240         WHEN RX-FUNC-MERGE AND NOT WS-FOUND
008250             MOVE "05" TO WS-REASON-CODE
008260         WHEN RX-FUNC-MERGE AND OP-INACTIVE
008270             MOVE "06" TO WS-REASON-CODE
008280         WHEN OTHER
008290             CONTINUE
008300     END-EVALUATE.
008310 2100-EXIT.
008320     EXIT.
008330
008340 2150-REJECT-TRANS.
008350     ADD 1 TO WS-TRANS-REJECTED
008360     MOVE 4 TO WS-RC-COMPLETION
008370     MOVE SPACES TO WS-MSG-TEXT
008380     STRING "REJECTED - REASON " WS-REASON-CODE
008390         " - NOTHING MOVED"
008400         DELIMITED BY SIZE INTO WS-MSG-TEXT
008410     WRITE RKY-LINE FROM WS-MSG-LINE.
008420 2150-EXIT.
008430     EXIT.
008440
008450*****************************************************
008460*  2200-RUN-ONE-PHASE - ONE FILE FOR THE CURRENT
008470*  TRANSACTION, THEN THE CHECKPOINT MOVES ON TO THE
008480*  NEXT PHASE.
008490*****************************************************
008500 2200-RUN-ONE-PHASE.
008510     PERFORM 2400-CLEAR-COUNTS THRU 2400-EXIT
008520     PERFORM 2300-SET-START-KEY THRU 2300-EXIT
008530     EVALUATE WS-PHASE
008540         WHEN 1
008550             PERFORM 3000-REKEY-HISTORY THRU 3000-EXIT
008560         WHEN 2
008570             PERFORM 3100-REKEY-ADJUD THRU 3100-EXIT
008580         WHEN 3
008590             PERFORM 3200-REKEY-AUDIT THRU 3200-EXIT
008600         WHEN 4
008610             PERFORM 3300-REKEY-CKPT THRU 3300-EXIT
008620         WHEN 5
008630             PERFORM 3400-REKEY-DAYSUM THRU 3400-EXIT
008640         WHEN 6
008650             PERFORM 3500-REKEY-AWARDS THRU 3500-EXIT
008660         WHEN 7
008670             PERFORM 3600-REKEY-PROFILE THRU 3600-EXIT
008680         WHEN 8
008690             PERFORM 3700-REKEY-TEAM THRU 3700-EXIT
008700         WHEN 9
008710             PERFORM 3740-REKEY-CHALLENGE THRU 3740-EXIT
008720         WHEN 10
008730             PERFORM 3760-REKEY-WIN-LOSS THRU 3760-EXIT
008740         WHEN 11
008750             PERFORM 3780-REKEY-PLACINGS THRU 3780-EXIT
008760         WHEN 12
008770             PERFORM 3800-REKEY-MASTER THRU 3800-EXIT
008780     END-EVALUATE
008790     IF WS-STOP-RUN
008800         GO TO 2200-EXIT
008810     END-IF
008820     PERFORM 2500-WRITE-FILE-LINE THRU 2500-EXIT
008830     COMPUTE RK-PHASE = WS-PHASE + 1
008840     MOVE LOW-VALUES TO RK-LAST-KEY
008850     MOVE "N" TO RK-PENDING-SW
008860     PERFORM 7050-COMMIT-CHECKPOINT THRU 7050-EXIT.
008870 2200-EXIT.
008880     EXIT.
008890
008900*****************************************************
008910*  2300-SET-START-KEY - A PHASE STARTS AT THE TOP OF
008920*  THE OLD ID'S KEYS (THE TOP OF THE FILE FOR A FILE
008930*  NOT KEYED BY OPERATOR), EXCEPT THE PHASE A RESTART
008940*  IS RESUMING, WHICH STARTS JUST PAST THE LAST KEY
008950*  THE FAILED RUN COMMITTED.
008960*****************************************************
008970 2300-SET-START-KEY.
008980     MOVE LOW-VALUES TO WS-NEXT-KEY
008990     IF NOT WS-PHASE-FULL-SCAN
009000         MOVE RX-OLD-ID TO WS-NEXT-KEY (1:8)
009010     END-IF
009020     IF WS-RESUMING-TRANS
009030         AND WS-PHASE = WS-RESUME-PHASE
009040         AND WS-RESUME-KEY NOT = LOW-VALUES
009050         MOVE WS-RESUME-KEY TO WS-NEXT-KEY
009060     END-IF
009070     MOVE "N" TO WS-PHASE-END-SW.
009080 2300-EXIT.
009090     EXIT.
009100
009110 2400-CLEAR-COUNTS.
009120     MOVE 0 TO WS-OLD-BEFORE
009130     MOVE 0 TO WS-NEW-BEFORE
009140     MOVE 0 TO WS-MOVED
009150     MOVE 0 TO WS-MERGED
009160     MOVE 0 TO WS-KEPT-OLD
009170     MOVE 0 TO WS-OLD-AFTER
009180     MOVE 0 TO WS-NEW-AFTER.
009190 2400-EXIT.
009200     EXIT.
009210
009220 2500-WRITE-FILE-LINE.
009230     MOVE WS-PHASE-FILE TO WS-FL-FILE
009240     MOVE WS-OLD-BEFORE TO WS-FL-OLD-BEFORE
009250     MOVE WS-NEW-BEFORE TO WS-FL-NEW-BEFORE
009260     MOVE WS-MOVED TO WS-FL-MOVED
009270     MOVE WS-MERGED TO WS-FL-MERGED
009280     MOVE WS-KEPT-OLD TO WS-FL-KEPT-OLD
009290     MOVE WS-OLD-AFTER TO WS-FL-OLD-AFTER
009300     MOVE WS-NEW-AFTER TO WS-FL-NEW-AFTER
009310     WRITE RKY-LINE FROM WS-FILE-LINE
009320     ADD WS-KEPT-OLD TO WS-TOT-KEPT-OLD
009330     IF WS-KEPT-OLD > 0
009340         MOVE 4 TO WS-RC-COMPLETION
009350     END-IF.
009360 2500-EXIT.
009370     EXIT.
009380
009390*****************************************************
009400*  2600-WRITE-KEPT-LINE - A RECORD LEFT UNDER THE OLD
009410*  ID BECAUSE THE NEW ID HOLDS A DIFFERENT RECORD
009420*  WITH THE SAME KEY.  THE CALLER BUILDS THE TEXT.
009430*****************************************************
009440 2600-WRITE-KEPT-LINE.
009450     ADD 1 TO WS-KEPT-OLD
009460     WRITE RKY-LINE FROM WS-MSG-LINE.
009470 2600-EXIT.
009480     EXIT.
009490
009500*****************************************************
009510*  2900-STOP-RUN - A FILE ERROR PART WAY THROUGH.  THE
009520*  CHECKPOINT HOLDS THE LAST COMMITTED KEY, SO THE
009530*  JOB IS RESUBMITTED WITH RESTART=Y ONCE THE CAUSE IS
009540*  FIXED.
009550*****************************************************
009560 2900-STOP-RUN.
009570     MOVE 8 TO WS-RC-COMPLETION
009580     SET WS-STOP-RUN TO TRUE
009590     SET WS-TRANS-EOF TO TRUE
009600     SET WS-PHASE-END TO TRUE.
009610 2900-EXIT.
009620     EXIT.
009630
009640*****************************************************
009650*  3000-REKEY-HISTORY - EVERY SCOREHST ROUND UNDER
009660*  THE OLD ID.
009670*****************************************************
009680 3000-REKEY-HISTORY.
009690     MOVE "SCOREHST" TO WS-PHASE-FILE
009700     IF NOT WS-HIST-AVAIL
009710         GO TO 3000-EXIT
009720     END-IF
009730     MOVE RX-OLD-ID TO WS-COUNT-ID
009740     PERFORM 3010-COUNT-HISTORY THRU 3010-EXIT
009750     MOVE WS-COUNT-RESULT TO WS-OLD-BEFORE
009760     MOVE RX-NEW-ID TO WS-COUNT-ID
009770     PERFORM 3010-COUNT-HISTORY THRU 3010-EXIT
009780     MOVE WS-COUNT-RESULT TO WS-NEW-BEFORE
009790     PERFORM 3020-MOVE-ONE-ROUND THRU 3020-EXIT
009800         UNTIL WS-PHASE-END
009810     IF WS-STOP-RUN
009820         GO TO 3000-EXIT
009830     END-IF
009840     MOVE RX-OLD-ID TO WS-COUNT-ID
009850     PERFORM 3010-COUNT-HISTORY THRU 3010-EXIT
009860     MOVE WS-COUNT-RESULT TO WS-OLD-AFTER
009870     MOVE RX-NEW-ID TO WS-COUNT-ID
009880     PERFORM 3010-COUNT-HISTORY THRU 3010-EXIT
009890     MOVE WS-COUNT-RESULT TO WS-NEW-AFTER.
009900 3000-EXIT.
009910     EXIT.
009920
009930 3010-COUNT-HISTORY.
009940     MOVE 0 TO WS-COUNT-RESULT
009950     MOVE "N" TO WS-COUNT-END-SW
009960     MOVE LOW-VALUES TO SH-HIST-KEY
009970     MOVE WS-COUNT-ID TO SH-OPERATOR-ID
009980     START SCOREHST-FILE KEY IS GREATER THAN SH-HIST-KEY
009990         INVALID KEY
010000             GO TO 3010-EXIT
010010     END-START
010020     PERFORM 3011-COUNT-ONE-ROUND THRU 3011-EXIT
010030         UNTIL WS-COUNT-END.
010040 3010-EXIT.
010050     EXIT.
010060
010070 3011-COUNT-ONE-ROUND.
010080     READ SCOREHST-FILE NEXT RECORD
010090         AT END
010100             SET WS-COUNT-END TO TRUE
010110             GO TO 3011-EXIT
010120     END-READ
010130     IF SH-OPERATOR-ID NOT = WS-COUNT-ID
010140         SET WS-COUNT-END TO TRUE
010150     ELSE
010160         ADD 1 TO WS-COUNT-RESULT
010170     END-IF.
010180 3011-EXIT.
010190     EXIT.
010200
010210*****************************************************
010220*  3020-MOVE-ONE-ROUND - NEXT ROUND PAST WS-NEXT-KEY
010230*  UNDER THE OLD ID: WRITE IT UNDER THE NEW ID, DROP
010240*  THE OLD COPY, COMMIT THE KEY.  THE FILE IS
010250*  REPOSITIONED EACH TIME SINCE THE WRITE AND DELETE
010260*  MOVE THE FILE UNDER THE READ.
010270*****************************************************
010280 3020-MOVE-ONE-ROUND.
010290     MOVE WS-NEXT-KEY (1:32) TO SH-HIST-KEY
010300     START SCOREHST-FILE KEY IS GREATER THAN SH-HIST-KEY
010310         INVALID KEY
010320             SET WS-PHASE-END TO TRUE
010330             GO TO 3020-EXIT
010340     END-START
010350     READ SCOREHST-FILE NEXT RECORD
010360         AT END
010370             SET WS-PHASE-END TO TRUE
010380             GO TO 3020-EXIT
010390     END-READ
010400     IF SH-OPERATOR-ID NOT = RX-OLD-ID
010410         SET WS-PHASE-END TO TRUE
010420         GO TO 3020-EXIT
010430     END-IF
010440     MOVE SH-HIST-KEY TO WS-NEXT-KEY (1:32)
010450     MOVE SH-SCORE-RECORD TO WS-OLD-IMAGE
010460     MOVE RX-NEW-ID TO SH-OPERATOR-ID
010470     MOVE SH-SCORE-RECORD TO WS-NEW-IMAGE
010480     WRITE SH-SCORE-RECORD
010490     EVALUATE WS-SCOREHST-STATUS
010500         WHEN "00"
010510             ADD 1 TO WS-MOVED
010520             ADD 1 TO WS-TOT-HIST-MOVED
010530             PERFORM 3030-DROP-OLD-ROUND THRU 3030-EXIT
010540         WHEN "22"
010550             READ SCOREHST-FILE
010560                 INVALID KEY
010570                     MOVE SPACES TO SH-SCORE-RECORD
010580             END-READ
010590             IF SH-SCORE-RECORD = WS-NEW-IMAGE (1:78)
010600                 ADD 1 TO WS-MOVED
010610                 ADD 1 TO WS-TOT-HIST-MOVED
010620                 PERFORM 3030-DROP-OLD-ROUND THRU 3030-EXIT
010630             ELSE
010640                 MOVE SPACES TO WS-MSG-TEXT
010650                 STRING "** SCOREHST ROUND "
010660                     WS-OLD-IMAGE (9:8) " "
010670                     WS-OLD-IMAGE (17:8) " TERM "
010680                     WS-OLD-IMAGE (25:8)
010690                     " LEFT UNDER OLD ID - KEY TAKEN"
010700                     DELIMITED BY SIZE INTO WS-MSG-TEXT
010710                 PERFORM 2600-WRITE-KEPT-LINE THRU 2600-EXIT
010720             END-IF
010730         WHEN OTHER
010740             DISPLAY "GUESSRKY - SCOREHST WRITE FAILED, STATUS "
010750                 WS-SCOREHST-STATUS
010760             PERFORM 2900-STOP-RUN THRU 2900-EXIT
010770             GO TO 3020-EXIT
010780     END-EVALUATE
010790     MOVE WS-NEXT-KEY TO RK-LAST-KEY
010800     PERFORM 7050-COMMIT-CHECKPOINT THRU 7050-EXIT.
010810 3020-EXIT.
010820     EXIT.
010830
010840 3030-DROP-OLD-ROUND.
010850     MOVE WS-OLD-IMAGE TO SH-SCORE-RECORD
010860     DELETE SCOREHST-FILE
010870         INVALID KEY
010880             CONTINUE
010890     END-DELETE.
010900 3030-EXIT.
010910     EXIT.
010920
010930*****************************************************
010940*  3100-REKEY-ADJUD - DISPUTE CASES ARE KEYED ON THE
010950*  ROUND THEY RULE ON, SO THEY FOLLOW THE ROUND TO
010960*  THE NEW ID - A VOID MUST STAY WITH ITS ROUND.
010970*****************************************************
010980 3100-REKEY-ADJUD.
010990     MOVE "ADJUD" TO WS-PHASE-FILE
011000     IF NOT WS-ADJUD-AVAIL
011010         GO TO 3100-EXIT
011020     END-IF
011030     MOVE RX-OLD-ID TO WS-COUNT-ID
011040     PERFORM 3110-COUNT-ADJUD THRU 3110-EXIT
011050     MOVE WS-COUNT-RESULT TO WS-OLD-BEFORE
011060     MOVE RX-NEW-ID TO WS-COUNT-ID
011070     PERFORM 3110-COUNT-ADJUD THRU 3110-EXIT
011080     MOVE WS-COUNT-RESULT TO WS-NEW-BEFORE
011090     PERFORM 3120-MOVE-ONE-CASE THRU 3120-EXIT
011100         UNTIL WS-PHASE-END
011110     IF WS-STOP-RUN
011120         GO TO 3100-EXIT
011130     END-IF
011140     MOVE RX-OLD-ID TO WS-COUNT-ID
011150     PERFORM 3110-COUNT-ADJUD THRU 3110-EXIT
011160     MOVE WS-COUNT-RESULT TO WS-OLD-AFTER
011170     MOVE RX-NEW-ID TO WS-COUNT-ID
011180     PERFORM 3110-COUNT-ADJUD THRU 3110-EXIT
011190     MOVE WS-COUNT-RESULT TO WS-NEW-AFTER.
011200 3100-EXIT.
011210     EXIT.
011220
011230 3110-COUNT-ADJUD.
011240     MOVE 0 TO WS-COUNT-RESULT
011250     MOVE "N" TO WS-COUNT-END-SW
011260     MOVE LOW-VALUES TO AJ-ROUND-KEY
011270     MOVE WS-COUNT-ID TO AJ-OPERATOR-ID
011280     START ADJUD-FILE KEY IS GREATER THAN AJ-ROUND-KEY
011290         INVALID KEY
011300             GO TO 3110-EXIT
011310     END-START
011320     PERFORM 3111-COUNT-ONE-CASE THRU 3111-EXIT
011330         UNTIL WS-COUNT-END.
011340 3110-EXIT.
011350     EXIT.
011360
011370 3111-COUNT-ONE-CASE.
011380     READ ADJUD-FILE NEXT RECORD
011390         AT END
011400             SET WS-COUNT-END TO TRUE
011410             GO TO 3111-EXIT
011420     END-READ
011430     IF AJ-OPERATOR-ID NOT = WS-COUNT-ID
011440         SET WS-COUNT-END TO TRUE
011450     ELSE
011460         ADD 1 TO WS-COUNT-RESULT
011470     END-IF.
011480 3111-EXIT.
011490     EXIT.
011500
011510 3120-MOVE-ONE-CASE.
011520     MOVE WS-NEXT-KEY (1:32) TO AJ-ROUND-KEY
011530     START ADJUD-FILE KEY IS GREATER THAN AJ-ROUND-KEY
011540         INVALID KEY
011550             SET WS-PHASE-END TO TRUE
011560             GO TO 3120-EXIT
011570     END-START
011580     READ ADJUD-FILE NEXT RECORD
011590         AT END
011600             SET WS-PHASE-END TO TRUE
011610             GO TO 3120-EXIT
011620     END-READ
011630     IF AJ-OPERATOR-ID NOT = RX-OLD-ID
011640         SET WS-PHASE-END TO TRUE
011650         GO TO 3120-EXIT
011660     END-IF
011670     MOVE AJ-ROUND-KEY TO WS-NEXT-KEY (1:32)
011680     MOVE AJ-ADJUD-RECORD TO WS-OLD-IMAGE
011690     MOVE RX-NEW-ID TO AJ-OPERATOR-ID
011700     MOVE AJ-ADJUD-RECORD TO WS-NEW-IMAGE
011710     WRITE AJ-ADJUD-RECORD
011720     EVALUATE WS-ADJUD-STATUS
011730         WHEN "00"
011740             ADD 1 TO WS-MOVED
011750             PERFORM 3130-DROP-OLD-CASE THRU 3130-EXIT
011760         WHEN "22"
011770             READ ADJUD-FILE
011780                 INVALID KEY
011790                     MOVE SPACES TO AJ-ADJUD-RECORD
011800             END-READ
011810             IF AJ-ADJUD-RECORD = WS-NEW-IMAGE (1:132)
011820                 ADD 1 TO WS-MOVED
011830                 PERFORM 3130-DROP-OLD-CASE THRU 3130-EXIT
011840             ELSE
011850                 MOVE SPACES TO WS-MSG-TEXT
011860                 STRING "** ADJUD CASE "
011870                     WS-OLD-IMAGE (9:8) " "
011880                     WS-OLD-IMAGE (17:8) " TERM "
011890                     WS-OLD-IMAGE (25:8)
011900                     " LEFT UNDER OLD ID - KEY TAKEN"
011910                     DELIMITED BY SIZE INTO WS-MSG-TEXT
011920                 PERFORM 2600-WRITE-KEPT-LINE THRU 2600-EXIT
011930             END-IF
011940         WHEN OTHER
011950             DISPLAY "GUESSRKY - ADJUD WRITE FAILED, STATUS "
011960                 WS-ADJUD-STATUS
011970             PERFORM 2900-STOP-RUN THRU 2900-EXIT
011980             GO TO 3120-EXIT
011990     END-EVALUATE
012000     MOVE WS-NEXT-KEY TO RK-LAST-KEY
012010     PERFORM 7050-COMMIT-CHECKPOINT THRU 7050-EXIT.
012020 3120-EXIT.
012030     EXIT.
012040
012050 3130-DROP-OLD-CASE.
012060     MOVE WS-OLD-IMAGE TO AJ-ADJUD-RECORD
012070     DELETE ADJUD-FILE
012080         INVALID KEY
012090             CONTINUE
012100     END-DELETE.
012110 3130-EXIT.
012120     EXIT.
012130
012140*****************************************************
012150*  3200-REKEY-AUDIT - EVERY GUESS ON THE AUDIT TRAIL
012160*  UNDER THE OLD ID.
012170*****************************************************
012180 3200-REKEY-AUDIT.
012190     MOVE "AUDIT" TO WS-PHASE-FILE
012200     IF NOT WS-AUDIT-AVAIL
012210         GO TO 3200-EXIT
012220     END-IF
012230     MOVE RX-OLD-ID TO WS-COUNT-ID
012240     PERFORM 3210-COUNT-AUDIT THRU 3210-EXIT
012250     MOVE WS-COUNT-RESULT TO WS-OLD-BEFORE
012260     MOVE RX-NEW-ID TO WS-COUNT-ID
012270     PERFORM 3210-COUNT-AUDIT THRU 3210-EXIT
012280     MOVE WS-COUNT-RESULT TO WS-NEW-BEFORE
012290     PERFORM 3220-MOVE-ONE-GUESS THRU 3220-EXIT
012300         UNTIL WS-PHASE-END
012310     IF WS-STOP-RUN
012320         GO TO 3200-EXIT
012330     END-IF
012340     MOVE RX-OLD-ID TO WS-COUNT-ID
012350     PERFORM 3210-COUNT-AUDIT THRU 3210-EXIT
012360     MOVE WS-COUNT-RESULT TO WS-OLD-AFTER
012370     MOVE RX-NEW-ID TO WS-COUNT-ID
012380     PERFORM 3210-COUNT-AUDIT THRU 3210-EXIT
012390     MOVE WS-COUNT-RESULT TO WS-NEW-AFTER.
012400 3200-EXIT.
012410     EXIT.
012420
012430 3210-COUNT-AUDIT.
012440     MOVE 0 TO WS-COUNT-RESULT
012450     MOVE "N" TO WS-COUNT-END-SW
012460     MOVE LOW-VALUES TO AU-AUDIT-KEY
012470     MOVE WS-COUNT-ID TO AU-OPERATOR-ID
012480     START AUDIT-FILE KEY IS GREATER THAN AU-AUDIT-KEY
012490         INVALID KEY
012500             GO TO 3210-EXIT
012510     END-START
012520     PERFORM 3211-COUNT-ONE-GUESS THRU 3211-EXIT
012530         UNTIL WS-COUNT-END.
012540 3210-EXIT.
012550     EXIT.
012560
012570 3211-COUNT-ONE-GUESS.
012580     READ AUDIT-FILE NEXT RECORD
012590         AT END
012600             SET WS-COUNT-END TO TRUE
012610             GO TO 3211-EXIT
012620     END-READ
012630     IF AU-OPERATOR-ID NOT = WS-COUNT-ID
012640         SET WS-COUNT-END TO TRUE
012650     ELSE
012660         ADD 1 TO WS-COUNT-RESULT
012670     END-IF.
012680 3211-EXIT.
012690     EXIT.
012700
012710 3220-MOVE-ONE-GUESS.
012720     MOVE WS-NEXT-KEY TO AU-AUDIT-KEY
012730     START AUDIT-FILE KEY IS GREATER THAN AU-AUDIT-KEY
012740         INVALID KEY
012750             SET WS-PHASE-END TO TRUE
012760             GO TO 3220-EXIT
012770     END-START
012780     READ AUDIT-FILE NEXT RECORD
012790         AT END
012800             SET WS-PHASE-END TO TRUE
012810             GO TO 3220-EXIT
012820     END-READ
012830     IF AU-OPERATOR-ID NOT = RX-OLD-ID
012840         SET WS-PHASE-END TO TRUE
012850         GO TO 3220-EXIT
012860     END-IF
012870     MOVE AU-AUDIT-KEY TO WS-NEXT-KEY
012880     MOVE AU-AUDIT-RECORD TO WS-OLD-IMAGE
012890     MOVE RX-NEW-ID TO AU-OPERATOR-ID
012900     MOVE AU-AUDIT-RECORD TO WS-NEW-IMAGE
012910     WRITE AU-AUDIT-RECORD
012920     EVALUATE WS-AUDIT-STATUS
012930         WHEN "00"
012940             ADD 1 TO WS-MOVED
012950             ADD 1 TO WS-TOT-AUDIT-MOVED
012960             PERFORM 3230-DROP-OLD-GUESS THRU 3230-EXIT
012970         WHEN "22"
012980             READ AUDIT-FILE
012990                 INVALID KEY
013000                     MOVE SPACES TO AU-AUDIT-RECORD
013010             END-READ
013020             IF AU-AUDIT-RECORD = WS-NEW-IMAGE (1:68)
013030                 ADD 1 TO WS-MOVED
013040                 PERFORM 3230-DROP-OLD-GUESS THRU 3230-EXIT
013050             ELSE
013060                 MOVE SPACES TO WS-MSG-TEXT
013070                 STRING "** AUDIT GUESS "
013080                     WS-OLD-IMAGE (9:8) " "
013090                     WS-OLD-IMAGE (17:8) " TERM "
013100                     WS-OLD-IMAGE (25:8) " TRY "
013110                     WS-OLD-IMAGE (33:5)
013120                     " LEFT UNDER OLD ID"
013130                     DELIMITED BY SIZE INTO WS-MSG-TEXT
013140                 PERFORM 2600-WRITE-KEPT-LINE THRU 2600-EXIT
013150             END-IF
013160         WHEN OTHER
013170             DISPLAY "GUESSRKY - AUDIT WRITE FAILED, STATUS "
013180                 WS-AUDIT-STATUS
013190             PERFORM 2900-STOP-RUN THRU 2900-EXIT
013200             GO TO 3220-EXIT
013210     END-EVALUATE
013220     MOVE WS-NEXT-KEY TO RK-LAST-KEY
013230     PERFORM 7050-COMMIT-CHECKPOINT THRU 7050-EXIT.
013240 3220-EXIT.
013250     EXIT.
013260
013270 3230-DROP-OLD-GUESS.
013280     MOVE WS-OLD-IMAGE TO AU-AUDIT-RECORD
013290     DELETE AUDIT-FILE
013300         INVALID KEY
013310             CONTINUE
013320     END-DELETE.
013330 3230-EXIT.
013340     EXIT.
013350
013360*****************************************************
013370*  3300-REKEY-CKPT - ROUNDS STILL IN FLIGHT.  A ROUND
013380*  THE NEW ID ALSO HAS OPEN ON THE SAME TERMINAL IS
013390*  LEFT UNDER THE OLD ID FOR GUESSSWP TO SWEEP; A
013400*  LATER RE-KEY RUN PICKS UP THE SWEPT ROUND.
013410*****************************************************
013420 3300-REKEY-CKPT.
013430     MOVE "CKPT" TO WS-PHASE-FILE
013440     IF NOT WS-CKPT-AVAIL
013450         GO TO 3300-EXIT
013460     END-IF
013470     MOVE RX-OLD-ID TO WS-COUNT-ID
013480     PERFORM 3310-COUNT-CKPT THRU 3310-EXIT
013490     MOVE WS-COUNT-RESULT TO WS-OLD-BEFORE
013500     MOVE RX-NEW-ID TO WS-COUNT-ID
013510     PERFORM 3310-COUNT-CKPT THRU 3310-EXIT
013520     MOVE WS-COUNT-RESULT TO WS-NEW-BEFORE
013530     PERFORM 3320-MOVE-ONE-CKPT THRU 3320-EXIT
013540         UNTIL WS-PHASE-END
013550     IF WS-STOP-RUN
013560         GO TO 3300-EXIT
013570     END-IF
013580     MOVE RX-OLD-ID TO WS-COUNT-ID
013590     PERFORM 3310-COUNT-CKPT THRU 3310-EXIT
013600     MOVE WS-COUNT-RESULT TO WS-OLD-AFTER
013610     MOVE RX-NEW-ID TO WS-COUNT-ID
013620     PERFORM 3310-COUNT-CKPT THRU 3310-EXIT
013630     MOVE WS-COUNT-RESULT TO WS-NEW-AFTER.
013640 3300-EXIT.
013650     EXIT.
013660
013670 3310-COUNT-CKPT.
013680     MOVE 0 TO WS-COUNT-RESULT
013690     MOVE "N" TO WS-COUNT-END-SW
013700     MOVE LOW-VALUES TO CK-CKPT-KEY
013710     MOVE WS-COUNT-ID TO CK-OPERATOR-ID
013720     START CKPT-FILE KEY IS GREATER THAN CK-CKPT-KEY
013730         INVALID KEY
013740             GO TO 3310-EXIT
013750     END-START
013760     PERFORM 3311-COUNT-ONE-CKPT THRU 3311-EXIT
013770         UNTIL WS-COUNT-END.
013780 3310-EXIT.
013790     EXIT.
013800
013810 3311-COUNT-ONE-CKPT.
013820     READ CKPT-FILE NEXT RECORD
013830         AT END
013840             SET WS-COUNT-END TO TRUE
013850             GO TO 3311-EXIT
013860     END-READ
013870     IF CK-OPERATOR-ID NOT = WS-COUNT-ID
013880         SET WS-COUNT-END TO TRUE
013890     ELSE
013900         ADD 1 TO WS-COUNT-RESULT
013910     END-IF.
013920 3311-EXIT.
013930     EXIT.
013940
013950 3320-MOVE-ONE-CKPT.
013960     MOVE WS-NEXT-KEY (1:16) TO CK-CKPT-KEY
013970     START CKPT-FILE KEY IS GREATER THAN CK-CKPT-KEY
013980         INVALID KEY
013990             SET WS-PHASE-END TO TRUE
014000             GO TO 3320-EXIT
014010     END-START
014020     READ CKPT-FILE NEXT RECORD
014030         AT END
014040             SET WS-PHASE-END TO TRUE
014050             GO TO 3320-EXIT
014060     END-READ
014070     IF CK-OPERATOR-ID NOT = RX-OLD-ID
014080         SET WS-PHASE-END TO TRUE
014090         GO TO 3320-EXIT
014100     END-IF
014110     MOVE CK-CKPT-KEY TO WS-NEXT-KEY (1:16)
014120     MOVE CK-CKPT-RECORD TO WS-OLD-IMAGE
014130     MOVE RX-NEW-ID TO CK-OPERATOR-ID
014140     MOVE CK-CKPT-RECORD TO WS-NEW-IMAGE
014150     WRITE CK-CKPT-RECORD
014160     EVALUATE WS-CKPT-STATUS
014170         WHEN "00"
014180             ADD 1 TO WS-MOVED
014190             PERFORM 3330-DROP-OLD-CKPT THRU 3330-EXIT
014200         WHEN "22"
014210             READ CKPT-FILE
014220                 INVALID KEY
014230                     MOVE SPACES TO CK-CKPT-RECORD
014240             END-READ
014250             IF CK-CKPT-RECORD = WS-NEW-IMAGE (1:83)
014260                 ADD 1 TO WS-MOVED
014270                 PERFORM 3330-DROP-OLD-CKPT THRU 3330-EXIT
014280             ELSE
014290                 MOVE SPACES TO WS-MSG-TEXT
014300                 STRING "** CKPT OPEN ROUND ON TERM "
014310                     WS-OLD-IMAGE (9:8)
014320                     " LEFT UNDER OLD ID FOR GUESSSWP"
014330                     DELIMITED BY SIZE INTO WS-MSG-TEXT
014340                 PERFORM 2600-WRITE-KEPT-LINE THRU 2600-EXIT
014350             END-IF
014360         WHEN OTHER
014370             DISPLAY "GUESSRKY - CKPT WRITE FAILED, STATUS "
014380                 WS-CKPT-STATUS
014390             PERFORM 2900-STOP-RUN THRU 2900-EXIT
014400             GO TO 3320-EXIT
014410     END-EVALUATE
014420     MOVE WS-NEXT-KEY TO RK-LAST-KEY
014430     PERFORM 7050-COMMIT-CHECKPOINT THRU 7050-EXIT.
014440 3320-EXIT.
014450     EXIT.
014460
014470 3330-DROP-OLD-CKPT.
014480     MOVE WS-OLD-IMAGE TO CK-CKPT-RECORD
014490     DELETE CKPT-FILE
014500         INVALID KEY
014510             CONTINUE
014520     END-DELETE.
014530 3330-EXIT.
014540     EXIT.
014550
014560*****************************************************
014570*  3400-REKEY-DAYSUM - DAILY SUMMARIES.  A DAY BOTH
014580*  IDS PLAYED IS MERGED BY ADDING THE TWO TOGETHER
014590*  (BEST TRIES IS THE BETTER OF THE TWO).  A RESTART
014600*  FIRST BACKS OUT A MERGE THE FAILED RUN LEFT
014610*  PENDING.
014620*****************************************************
014630 3400-REKEY-DAYSUM.
014640     MOVE "DAYSUM" TO WS-PHASE-FILE
014650     IF NOT WS-DAYSUM-AVAIL
014660         GO TO 3400-EXIT
014670     END-IF
014680     IF RK-PENDING
014690         PERFORM 3440-BACK-OUT-PENDING THRU 3440-EXIT
014700     END-IF
014710     MOVE RX-OLD-ID TO WS-COUNT-ID
014720     PERFORM 3410-COUNT-DAYSUM THRU 3410-EXIT
014730     MOVE WS-COUNT-RESULT TO WS-OLD-BEFORE
014740     MOVE RX-NEW-ID TO WS-COUNT-ID
014750     PERFORM 3410-COUNT-DAYSUM THRU 3410-EXIT
014760     MOVE WS-COUNT-RESULT TO WS-NEW-BEFORE
014770     PERFORM 3420-MOVE-ONE-DAY THRU 3420-EXIT
014780         UNTIL WS-PHASE-END
014790     IF WS-STOP-RUN
014800         GO TO 3400-EXIT
014810     END-IF
014820     MOVE RX-OLD-ID TO WS-COUNT-ID
014830     PERFORM 3410-COUNT-DAYSUM THRU 3410-EXIT
014840     MOVE WS-COUNT-RESULT TO WS-OLD-AFTER
014850     MOVE RX-NEW-ID TO WS-COUNT-ID
014860     PERFORM 3410-COUNT-DAYSUM THRU 3410-EXIT
014870     MOVE WS-COUNT-RESULT TO WS-NEW-AFTER.
014880 3400-EXIT.
014890     EXIT.
014900
014910 3410-COUNT-DAYSUM.
014920     MOVE 0 TO WS-COUNT-RESULT
014930     MOVE "N" TO WS-COUNT-END-SW
014940     MOVE LOW-VALUES TO DS-SUMMARY-KEY
014950     MOVE WS-COUNT-ID TO DS-OPERATOR-ID
014960     START DAYSUM-FILE KEY IS GREATER THAN DS-SUMMARY-KEY
014970         INVALID KEY
014980             GO TO 3410-EXIT
014990     END-START
015000     PERFORM 3411-COUNT-ONE-DAY THRU 3411-EXIT
015010         UNTIL WS-COUNT-END.
015020 3410-EXIT.
015030     EXIT.
015040
015050 3411-COUNT-ONE-DAY.
015060     READ DAYSUM-FILE NEXT RECORD
015070         AT END
015080             SET WS-COUNT-END TO TRUE
015090             GO TO 3411-EXIT
015100     END-READ
015110     IF DS-OPERATOR-ID NOT = WS-COUNT-ID
015120         SET WS-COUNT-END TO TRUE
015130     ELSE
015140         ADD 1 TO WS-COUNT-RESULT
015150     END-IF.
015160 3411-EXIT.
015170     EXIT.
015180
015190*****************************************************
015200*  3420-MOVE-ONE-DAY - BOTH RECORDS GO ON THE
015210*  CHECKPOINT AS PENDING BEFORE EITHER IS TOUCHED;
015220*  THE COMMIT OF THE KEY CLEARS IT.
015230*****************************************************
015240 3420-MOVE-ONE-DAY.
015250     MOVE WS-NEXT-KEY (1:16) TO DS-SUMMARY-KEY
015260     START DAYSUM-FILE KEY IS GREATER THAN DS-SUMMARY-KEY
015270         INVALID KEY
015280             SET WS-PHASE-END TO TRUE
015290             GO TO 3420-EXIT
015300     END-START
015310     READ DAYSUM-FILE NEXT RECORD
015320         AT END
015330             SET WS-PHASE-END TO TRUE
015340             GO TO 3420-EXIT
015350     END-READ
015360     IF DS-OPERATOR-ID NOT = RX-OLD-ID
015370         SET WS-PHASE-END TO TRUE
015380         GO TO 3420-EXIT
015390     END-IF
015400     MOVE DS-SUMMARY-KEY TO WS-NEXT-KEY (1:16)
015410     MOVE DS-SUMMARY-RECORD TO WS-OLD-DAYSUM
015420     MOVE RX-NEW-ID TO DS-OPERATOR-ID
015430     MOVE "N" TO RK-TARGET-FOUND-SW
015440     READ DAYSUM-FILE
015450         INVALID KEY
015460             MOVE WS-OLD-DAYSUM TO DS-SUMMARY-RECORD
015470             MOVE RX-NEW-ID TO DS-OPERATOR-ID
015480         NOT INVALID KEY
015490             SET RK-TARGET-FOUND TO TRUE
015500     END-READ
015510     MOVE DS-SUMMARY-RECORD TO RK-TARGET-IMAGE
015520     MOVE WS-OLD-DAYSUM TO RK-OLD-IMAGE
015530     SET RK-PENDING TO TRUE
015540     PERFORM 7050-COMMIT-CHECKPOINT THRU 7050-EXIT
015550     IF RK-TARGET-FOUND
015560         ADD WS-OD-ROUNDS TO DS-ROUNDS
015570         ADD WS-OD-WINS TO DS-WINS
015580         ADD WS-OD-TOTAL-TRIES TO DS-TOTAL-TRIES
015590         ADD WS-OD-TOTAL-EFF TO DS-TOTAL-EFF
015600         IF WS-OD-BEST-TRIES < DS-BEST-TRIES
015610             MOVE WS-OD-BEST-TRIES TO DS-BEST-TRIES
015620         END-IF
015630         REWRITE DS-SUMMARY-RECORD
015640         IF WS-DAYSUM-STATUS NOT = "00"
015650             DISPLAY "GUESSRKY - DAYSUM REWRITE FAILED, STATUS "
015660                 WS-DAYSUM-STATUS
015670             PERFORM 2900-STOP-RUN THRU 2900-EXIT
015680             GO TO 3420-EXIT
015690         END-IF
015700         ADD 1 TO WS-MERGED
015710     ELSE
015720         WRITE DS-SUMMARY-RECORD
015730         IF WS-DAYSUM-STATUS NOT = "00"
015740             DISPLAY "GUESSRKY - DAYSUM WRITE FAILED, STATUS "
015750                 WS-DAYSUM-STATUS
015760             PERFORM 2900-STOP-RUN THRU 2900-EXIT
015770             GO TO 3420-EXIT
015780         END-IF
015790         ADD 1 TO WS-MOVED
015800     END-IF
015810     MOVE WS-OLD-DAYSUM TO DS-SUMMARY-RECORD
015820     DELETE DAYSUM-FILE
015830         INVALID KEY
015840             CONTINUE
015850     END-DELETE
015860     MOVE "N" TO RK-PENDING-SW
015870     MOVE WS-NEXT-KEY TO RK-LAST-KEY
015880     PERFORM 7050-COMMIT-CHECKPOINT THRU 7050-EXIT.
015890 3420-EXIT.
015900     EXIT.
015910
015920*****************************************************
015930*  3440-BACK-OUT-PENDING - THE FAILED RUN STOPPED IN
015940*  THE MIDDLE OF A DAYSUM MOVE.  PUT THE OLD DAY BACK
015950*  AND THE NEW ID'S DAY BACK AS THEY WERE (OR REMOVE
015960*  IT IF IT WAS NOT THERE); THE DAY IS THEN MOVED
015970*  AGAIN FROM SCRATCH.
015980*****************************************************
015990 3440-BACK-OUT-PENDING.
016000     MOVE RK-OLD-IMAGE TO DS-SUMMARY-RECORD
016010     WRITE DS-SUMMARY-RECORD
016020         INVALID KEY
016030             REWRITE DS-SUMMARY-RECORD
016040                 INVALID KEY
016050                     CONTINUE
016060             END-REWRITE
016070     END-WRITE
016080     MOVE RK-TARGET-IMAGE TO DS-SUMMARY-RECORD
016090     IF RK-TARGET-FOUND
016100         REWRITE DS-SUMMARY-RECORD
016110             INVALID KEY
016120                 WRITE DS-SUMMARY-RECORD
016130                     INVALID KEY
016140                         CONTINUE
016150                 END-WRITE
016160         END-REWRITE
016170     ELSE
016180         DELETE DAYSUM-FILE
016190             INVALID KEY
016200                 CONTINUE
016210         END-DELETE
016220     END-IF
016230     MOVE "N" TO RK-PENDING-SW
016240     PERFORM 7050-COMMIT-CHECKPOINT THRU 7050-EXIT
016250     MOVE SPACES TO WS-MSG-TEXT
016260     STRING "DAYSUM " RK-OLD-IMAGE (9:8)
016270         " PART-MOVED BY THE FAILED RUN - BACKED OUT, REDONE"
016280         DELIMITED BY SIZE INTO WS-MSG-TEXT
016290     WRITE RKY-LINE FROM WS-MSG-LINE.
016300 3440-EXIT.
016310     EXIT.
016320
016330*****************************************************
016340*  3500-REKEY-AWARDS - AN AWARD BOTH IDS EARNED IS
016350*  KEPT ONCE, WITH THE EARLIER EARNED DATE.
016360*****************************************************
016370 3500-REKEY-AWARDS.
016380     MOVE "AWARDS" TO WS-PHASE-FILE
016390     IF NOT WS-AWARDS-AVAIL
016400         GO TO 3500-EXIT
016410     END-IF
016420     MOVE RX-OLD-ID TO WS-COUNT-ID
016430     PERFORM 3510-COUNT-AWARDS THRU 3510-EXIT
016440     MOVE WS-COUNT-RESULT TO WS-OLD-BEFORE
016450     MOVE RX-NEW-ID TO WS-COUNT-ID
016460     PERFORM 3510-COUNT-AWARDS THRU 3510-EXIT
016470     MOVE WS-COUNT-RESULT TO WS-NEW-BEFORE
016480     PERFORM 3520-MOVE-ONE-AWARD THRU 3520-EXIT
016490         UNTIL WS-PHASE-END
016500     IF WS-STOP-RUN
016510         GO TO 3500-EXIT
016520     END-IF
016530     MOVE RX-OLD-ID TO WS-COUNT-ID
016540     PERFORM 3510-COUNT-AWARDS THRU 3510-EXIT
016550     MOVE WS-COUNT-RESULT TO WS-OLD-AFTER
016560     MOVE RX-NEW-ID TO WS-COUNT-ID
016570     PERFORM 3510-COUNT-AWARDS THRU 3510-EXIT
016580     MOVE WS-COUNT-RESULT TO WS-NEW-AFTER.
016590 3500-EXIT.
016600     EXIT.
016610
016620 3510-COUNT-AWARDS.
016630     MOVE 0 TO WS-COUNT-RESULT
016640     MOVE "N" TO WS-COUNT-END-SW
016650     MOVE LOW-VALUES TO AW-AWARD-KEY
016660     MOVE WS-COUNT-ID TO AW-OPERATOR-ID
016670     START AWARDS-FILE KEY IS GREATER THAN AW-AWARD-KEY
016680         INVALID KEY
016690             GO TO 3510-EXIT
016700     END-START
016710     PERFORM 3511-COUNT-ONE-AWARD THRU 3511-EXIT
016720         UNTIL WS-COUNT-END.
016730 3510-EXIT.
016740     EXIT.
016750
016760 3511-COUNT-ONE-AWARD.
016770     READ AWARDS-FILE NEXT RECORD
016780         AT END
016790             SET WS-COUNT-END TO TRUE
016800             GO TO 3511-EXIT
016810     END-READ
016820     IF AW-OPERATOR-ID NOT = WS-COUNT-ID
016830         SET WS-COUNT-END TO TRUE
016840     ELSE
016850         ADD 1 TO WS-COUNT-RESULT
016860     END-IF.
016870 3511-EXIT.
016880     EXIT.
016890
016900 3520-MOVE-ONE-AWARD.
016910     MOVE WS-NEXT-KEY (1:12) TO AW-AWARD-KEY
016920     START AWARDS-FILE KEY IS GREATER THAN AW-AWARD-KEY
016930         INVALID KEY
016940             SET WS-PHASE-END TO TRUE
016950             GO TO 3520-EXIT
016960     END-START
016970     READ AWARDS-FILE NEXT RECORD
016980         AT END
016990             SET WS-PHASE-END TO TRUE
017000             GO TO 3520-EXIT
017010     END-READ
017020     IF AW-OPERATOR-ID NOT = RX-OLD-ID
017030         SET WS-PHASE-END TO TRUE
017040         GO TO 3520-EXIT
017050     END-IF
017060     MOVE AW-AWARD-KEY TO WS-NEXT-KEY (1:12)
017070     MOVE AW-AWARD-RECORD TO WS-OLD-IMAGE
017080     MOVE AW-DATE-EARNED TO WS-OLD-AWARD-DATE
017090     MOVE AW-AWARD-DESC TO WS-OLD-AWARD-DESC
017100     MOVE AW-PAID-DATE TO WS-OLD-AWARD-PAID
017110     MOVE RX-NEW-ID TO AW-OPERATOR-ID
017120     WRITE AW-AWARD-RECORD
017130     EVALUATE WS-AWARDS-STATUS
017140         WHEN "00"
017150             ADD 1 TO WS-MOVED
017160         WHEN "22"
017170             READ AWARDS-FILE
017180                 INVALID KEY
017190                     CONTINUE
017200             END-READ
017210             IF WS-OLD-AWARD-DATE < AW-DATE-EARNED
017220                 MOVE WS-OLD-AWARD-DATE TO AW-DATE-EARNED
017230                 MOVE WS-OLD-AWARD-DESC TO AW-AWARD-DESC
017240             END-IF
017250             IF WS-OLD-AWARD-PAID IS NUMERIC
017260                     AND AW-PAID-DATE IS NOT NUMERIC
017270                 MOVE WS-OLD-AWARD-PAID TO AW-PAID-DATE
017280             END-IF
017290             REWRITE AW-AWARD-RECORD
017300                 INVALID KEY
017310                     CONTINUE
017320             END-REWRITE
017330             ADD 1 TO WS-MERGED
017340         WHEN OTHER
017350             DISPLAY "GUESSRKY - AWARDS WRITE FAILED, STATUS "
017360                 WS-AWARDS-STATUS
017370             PERFORM 2900-STOP-RUN THRU 2900-EXIT
017380             GO TO 3520-EXIT
017390     END-EVALUATE
017400     MOVE WS-OLD-IMAGE TO AW-AWARD-RECORD
017410     DELETE AWARDS-FILE
017420         INVALID KEY
017430             CONTINUE
017440     END-DELETE
017450     MOVE WS-NEXT-KEY TO RK-LAST-KEY
017460     PERFORM 7050-COMMIT-CHECKPOINT THRU 7050-EXIT.
017470 3520-EXIT.
017480     EXIT.
017490
017500*****************************************************
017510*  3600-REKEY-PROFILE - ONE PROFILE PER OPERATOR.  ON
017520*  A MERGE WHERE BOTH HAVE ONE, THE NEW ID'S STANDS.
017530*****************************************************
017540 3600-REKEY-PROFILE.
017550     MOVE "OPERPRF" TO WS-PHASE-FILE
017560     IF NOT WS-OPERPRF-AVAIL
017570         GO TO 3600-EXIT
017580     END-IF
017590     MOVE RX-OLD-ID TO WS-COUNT-ID
017600     PERFORM 3610-COUNT-PROFILE THRU 3610-EXIT
017610     MOVE WS-COUNT-RESULT TO WS-OLD-BEFORE
017620     MOVE RX-NEW-ID TO WS-COUNT-ID
017630     PERFORM 3610-COUNT-PROFILE THRU 3610-EXIT
017640     MOVE WS-COUNT-RESULT TO WS-NEW-BEFORE
017650     MOVE RX-OLD-ID TO PR-OPERATOR-ID
017660     READ OPERPRF-FILE
017670         INVALID KEY
017680             GO TO 3600-COUNT-AFTER
017690     END-READ
017700     MOVE PR-PROFILE-RECORD TO WS-OLD-IMAGE
017710     MOVE RX-NEW-ID TO PR-OPERATOR-ID
017720     WRITE PR-PROFILE-RECORD
017730     EVALUATE WS-OPERPRF-STATUS
017740         WHEN "00"
017750             ADD 1 TO WS-MOVED
017760         WHEN "22"
017770             ADD 1 TO WS-MERGED
017780         WHEN OTHER
017790             DISPLAY "GUESSRKY - OPERPRF WRITE FAILED, STATUS "
017800                 WS-OPERPRF-STATUS
017810             PERFORM 2900-STOP-RUN THRU 2900-EXIT
017820             GO TO 3600-EXIT
017830     END-EVALUATE
017840     MOVE WS-OLD-IMAGE TO PR-PROFILE-RECORD
017850     DELETE OPERPRF-FILE
017860         INVALID KEY
017870             CONTINUE
017880     END-DELETE.
017890 3600-COUNT-AFTER.
017900     MOVE RX-OLD-ID TO WS-COUNT-ID
017910     PERFORM 3610-COUNT-PROFILE THRU 3610-EXIT
017920     MOVE WS-COUNT-RESULT TO WS-OLD-AFTER
017930     MOVE RX-NEW-ID TO WS-COUNT-ID
017940     PERFORM 3610-COUNT-PROFILE THRU 3610-EXIT
017950     MOVE WS-COUNT-RESULT TO WS-NEW-AFTER.
017960 3600-EXIT.
017970     EXIT.
017980
017990 3610-COUNT-PROFILE.
018000     MOVE 0 TO WS-COUNT-RESULT
018010     MOVE WS-COUNT-ID TO PR-OPERATOR-ID
018020     READ OPERPRF-FILE
018030         INVALID KEY
018040             CONTINUE
018050         NOT INVALID KEY
018060             MOVE 1 TO WS-COUNT-RESULT
018070     END-READ.
018080 3610-EXIT.
018090     EXIT.
018100
018110*****************************************************
018120*  3700-REKEY-TEAM - ONE TEAM ASSIGNMENT PER
018130*  OPERATOR.  ON A MERGE WHERE BOTH HAVE ONE, THE NEW
018140*  ID'S TEAM STANDS.
018150*****************************************************
018160 3700-REKEY-TEAM.
018170     MOVE "TEAMMST" TO WS-PHASE-FILE
018180     IF NOT WS-TEAMMST-AVAIL
018190         GO TO 3700-EXIT
018200     END-IF
018210     MOVE RX-OLD-ID TO WS-COUNT-ID
018220     PERFORM 3710-COUNT-TEAM THRU 3710-EXIT
018230     MOVE WS-COUNT-RESULT TO WS-OLD-BEFORE
018240     MOVE RX-NEW-ID TO WS-COUNT-ID
018250     PERFORM 3710-COUNT-TEAM THRU 3710-EXIT
018260     MOVE WS-COUNT-RESULT TO WS-NEW-BEFORE
018270     MOVE RX-OLD-ID TO TM-OPERATOR-ID
018280     READ TEAMMST-FILE
018290         INVALID KEY
018300             GO TO 3700-COUNT-AFTER
018310     END-READ
018320     MOVE TM-TEAM-RECORD TO WS-OLD-IMAGE
018330     MOVE RX-NEW-ID TO TM-OPERATOR-ID
018340     WRITE TM-TEAM-RECORD
018350     EVALUATE WS-TEAMMST-STATUS
018360         WHEN "00"
018370             ADD 1 TO WS-MOVED
018380         WHEN "22"
018390             ADD 1 TO WS-MERGED
018400         WHEN OTHER
018410             DISPLAY "GUESSRKY - TEAMMST WRITE FAILED, STATUS "
018420                 WS-TEAMMST-STATUS
018430             PERFORM 2900-STOP-RUN THRU 2900-EXIT
018440             GO TO 3700-EXIT
018450     END-EVALUATE
018460     MOVE WS-OLD-IMAGE TO TM-TEAM-RECORD
018470     DELETE TEAMMST-FILE
018480         INVALID KEY
018490             CONTINUE
018500     END-DELETE.
018510 3700-COUNT-AFTER.
018520     MOVE RX-OLD-ID TO WS-COUNT-ID
018530     PERFORM 3710-COUNT-TEAM THRU 3710-EXIT
018540     MOVE WS-COUNT-RESULT TO WS-OLD-AFTER
018550     MOVE RX-NEW-ID TO WS-COUNT-ID
018560     PERFORM 3710-COUNT-TEAM THRU 3710-EXIT
018570     MOVE WS-COUNT-RESULT TO WS-NEW-AFTER.
018580 3700-EXIT.
018590     EXIT.
018600
018610 3710-COUNT-TEAM.
018620     MOVE 0 TO WS-COUNT-RESULT
018630     MOVE WS-COUNT-ID TO TM-OPERATOR-ID
018640     READ TEAMMST-FILE
018650         INVALID KEY
018660             CONTINUE
018670         NOT INVALID KEY
018680             MOVE 1 TO WS-COUNT-RESULT
018690     END-READ.
018700 3710-EXIT.
018710     EXIT.
018720
018730*****************************************************
018740*  3740-REKEY-CHALLENGE - CHALLENGES ARE KEYED ON THE
018750*  CHALLENGE ID, SO THE WHOLE FILE IS READ.  EITHER
018760*  SIDE AND THE WINNER ARE CHANGED TO THE NEW ID,
018770*  OPEN OR SETTLED, SO AN OPEN CHALLENGE CAN STILL BE
018780*  PLAYED AND GUESSCHR POSTS IT TO THE NEW ID.  A
018790*  MERGE OF THE TWO SIDES OF ONE CHALLENGE LEAVES THE
018800*  NEW ID ON BOTH SIDES; IT IS COUNTED AS MERGED AND
018810*  LISTED.
018820*****************************************************
018830 3740-REKEY-CHALLENGE.
018840     MOVE "CHALLNG" TO WS-PHASE-FILE
018850     IF NOT WS-CHALLNG-AVAIL
018860         GO TO 3740-EXIT
018870     END-IF
018880     MOVE RX-OLD-ID TO WS-COUNT-ID
018890     PERFORM 3741-COUNT-CHALLENGES THRU 3741-EXIT
018900     MOVE WS-COUNT-RESULT TO WS-OLD-BEFORE
018910     MOVE RX-NEW-ID TO WS-COUNT-ID
018920     PERFORM 3741-COUNT-CHALLENGES THRU 3741-EXIT
018930     MOVE WS-COUNT-RESULT TO WS-NEW-BEFORE
018940     MOVE WS-NEXT-KEY (1:6) TO CL-CHAL-ID
018950     START CHALLNG-FILE KEY IS GREATER THAN CL-CHAL-ID
018960         INVALID KEY
018970             SET WS-PHASE-END TO TRUE
018980     END-START
018990     PERFORM 3743-REKEY-ONE-CHAL THRU 3743-EXIT
019000         UNTIL WS-PHASE-END
019010     IF WS-STOP-RUN
019020         GO TO 3740-EXIT
019030     END-IF
019040     MOVE RX-OLD-ID TO WS-COUNT-ID
019050     PERFORM 3741-COUNT-CHALLENGES THRU 3741-EXIT
019060     MOVE WS-COUNT-RESULT TO WS-OLD-AFTER
019070     MOVE RX-NEW-ID TO WS-COUNT-ID
019080     PERFORM 3741-COUNT-CHALLENGES THRU 3741-EXIT
019090     MOVE WS-COUNT-RESULT TO WS-NEW-AFTER.
019100 3740-EXIT.
019110     EXIT.
019120
019130 3741-COUNT-CHALLENGES.
019140     MOVE 0 TO WS-COUNT-RESULT
019150     MOVE "N" TO WS-COUNT-END-SW
019160     MOVE LOW-VALUES TO CL-CHAL-ID
019170     START CHALLNG-FILE KEY IS GREATER THAN CL-CHAL-ID
019180         INVALID KEY
019190             GO TO 3741-EXIT
019200     END-START
019210     PERFORM 3742-COUNT-ONE-CHAL THRU 3742-EXIT
019220         UNTIL WS-COUNT-END.
019230 3741-EXIT.
019240     EXIT.
019250
019260 3742-COUNT-ONE-CHAL.
019270     READ CHALLNG-FILE NEXT RECORD
019280         AT END
019290             SET WS-COUNT-END TO TRUE
019300             GO TO 3742-EXIT
019310     END-READ
019320     IF CL-CONTROL-RECORD
019330         GO TO 3742-EXIT
019340     END-IF
019350     IF CL-SIDE-OPERATOR-ID (1) = WS-COUNT-ID
019360         OR CL-SIDE-OPERATOR-ID (2) = WS-COUNT-ID
019370         OR CL-WINNER-ID = WS-COUNT-ID
019380         ADD 1 TO WS-COUNT-RESULT
019390     END-IF.
019400 3742-EXIT.
019410     EXIT.
019420
019430*****************************************************
019440*  3743-REKEY-ONE-CHAL - THE KEY DOES NOT CHANGE, SO
019450*  THE CHALLENGE IS REWRITTEN IN PLACE AND THE READ
019460*  CARRIES ON.  ONLY A CHALLENGE THAT CHANGED IS
019470*  COMMITTED; ONE REDONE ON A RESTART FINDS NOTHING
019480*  LEFT TO CHANGE.
019490*****************************************************
019500 3743-REKEY-ONE-CHAL.
019510     READ CHALLNG-FILE NEXT RECORD
019520         AT END
019530             SET WS-PHASE-END TO TRUE
019540             GO TO 3743-EXIT
019550     END-READ
019560     IF CL-CONTROL-RECORD
019570         GO TO 3743-EXIT
019580     END-IF
019590     MOVE "N" TO WS-FOUND-SW
019600     PERFORM 3744-REKEY-ONE-SIDE THRU 3744-EXIT
019610         VARYING WS-SIDE-SUB FROM 1 BY 1
019620         UNTIL WS-SIDE-SUB > 2
019630     IF CL-WINNER-ID = RX-OLD-ID
019640         MOVE RX-NEW-ID TO CL-WINNER-ID
019650         SET WS-FOUND TO TRUE
019660     END-IF
019670     IF NOT WS-FOUND
019680         GO TO 3743-EXIT
019690     END-IF
019700     REWRITE CL-CHAL-RECORD
019710     IF WS-CHALLNG-STATUS NOT = "00"
019720         DISPLAY "GUESSRKY - CHALLNG REWRITE FAILED, STATUS "
019730             WS-CHALLNG-STATUS
019740         PERFORM 2900-STOP-RUN THRU 2900-EXIT
019750         GO TO 3743-EXIT
019760     END-IF
019770     IF CL-SIDE-OPERATOR-ID (1) = CL-SIDE-OPERATOR-ID (2)
019780         ADD 1 TO WS-MERGED
019790         MOVE SPACES TO WS-MSG-TEXT
019800         STRING "CHALLENGE " CL-CHAL-ID " NOW HAS "
019810             RX-NEW-ID " ON BOTH SIDES"
019820             DELIMITED BY SIZE INTO WS-MSG-TEXT
019830         WRITE RKY-LINE FROM WS-MSG-LINE
019840     ELSE
019850         ADD 1 TO WS-MOVED
019860     END-IF
019870     MOVE CL-CHAL-ID TO WS-NEXT-KEY (1:6)
019880     MOVE WS-NEXT-KEY TO RK-LAST-KEY
019890     PERFORM 7050-COMMIT-CHECKPOINT THRU 7050-EXIT.
019900 3743-EXIT.
019910     EXIT.
019920
019930 3744-REKEY-ONE-SIDE.
019940     IF CL-SIDE-OPERATOR-ID (WS-SIDE-SUB) = RX-OLD-ID
019950         MOVE RX-NEW-ID TO CL-SIDE-OPERATOR-ID (WS-SIDE-SUB)
019960         SET WS-FOUND TO TRUE
019970     END-IF.
019980 3744-EXIT.
019990     EXIT.
020000
020010*****************************************************
020020*  3760-REKEY-WIN-LOSS - ONE CHALLENGE RECORD PER
020030*  OPERATOR.  ON A MERGE WHERE BOTH HAVE ONE, THE
020040*  WINS, LOSSES AND DRAWS ARE ADDED TOGETHER AND THE
020050*  LATER LAST-SETTLED DATE IS KEPT.  BOTH RECORDS GO
020060*  ON THE CHECKPOINT AS PENDING FIRST, AS FOR DAYSUM,
020070*  SO A RESTART NEVER ADDS THEM TWICE.
020080*****************************************************
020090 3760-REKEY-WIN-LOSS.
020100     MOVE "CHALWL" TO WS-PHASE-FILE
020110     IF NOT WS-CHALWL-AVAIL
020120         GO TO 3760-EXIT
020130     END-IF
020140     IF RK-PENDING
020150         PERFORM 3770-BACK-OUT-PENDING THRU 3770-EXIT
020160     END-IF
020170     MOVE RX-OLD-ID TO WS-COUNT-ID
020180     PERFORM 3761-COUNT-WIN-LOSS THRU 3761-EXIT
020190     MOVE WS-COUNT-RESULT TO WS-OLD-BEFORE
020200     MOVE RX-NEW-ID TO WS-COUNT-ID
020210     PERFORM 3761-COUNT-WIN-LOSS THRU 3761-EXIT
020220     MOVE WS-COUNT-RESULT TO WS-NEW-BEFORE
020230     MOVE RX-OLD-ID TO CW-OPERATOR-ID
020240     READ CHALWL-FILE
020250         INVALID KEY
020260             GO TO 3760-COUNT-AFTER
020270     END-READ
020280     MOVE CW-WL-RECORD TO WS-OLD-CHALWL
020290     MOVE RX-NEW-ID TO CW-OPERATOR-ID
020300     MOVE "N" TO RK-TARGET-FOUND-SW
020310     READ CHALWL-FILE
020320         INVALID KEY
020330             MOVE WS-OLD-CHALWL TO CW-WL-RECORD
020340             MOVE RX-NEW-ID TO CW-OPERATOR-ID
020350         NOT INVALID KEY
020360             SET RK-TARGET-FOUND TO TRUE
020370     END-READ
020380     MOVE CW-WL-RECORD TO RK-TARGET-IMAGE
020390     MOVE WS-OLD-CHALWL TO RK-OLD-IMAGE
020400     SET RK-PENDING TO TRUE
020410     PERFORM 7050-COMMIT-CHECKPOINT THRU 7050-EXIT
020420     IF RK-TARGET-FOUND
020430         ADD WS-OW-WINS TO CW-WINS
020440         ADD WS-OW-LOSSES TO CW-LOSSES
020450         ADD WS-OW-DRAWS TO CW-DRAWS
020460         IF WS-OW-LAST-SETTLED > CW-LAST-SETTLED
020470             MOVE WS-OW-LAST-SETTLED TO CW-LAST-SETTLED
020480         END-IF
020490         REWRITE CW-WL-RECORD
020500         IF WS-CHALWL-STATUS NOT = "00"
020510             DISPLAY "GUESSRKY - CHALWL REWRITE FAILED, STATUS "
020520                 WS-CHALWL-STATUS
020530             PERFORM 2900-STOP-RUN THRU 2900-EXIT
020540             GO TO 3760-EXIT
020550         END-IF
020560         ADD 1 TO WS-MERGED
020570     ELSE
020580         WRITE CW-WL-RECORD
020590         IF WS-CHALWL-STATUS NOT = "00"
020600             DISPLAY "GUESSRKY - CHALWL WRITE FAILED, STATUS "
020610                 WS-CHALWL-STATUS
020620             PERFORM 2900-STOP-RUN THRU 2900-EXIT
020630             GO TO 3760-EXIT
020640         END-IF
020650         ADD 1 TO WS-MOVED
020660     END-IF
020670     MOVE WS-OLD-CHALWL TO CW-WL-RECORD
020680     DELETE CHALWL-FILE
020690         INVALID KEY
020700             CONTINUE
020710     END-DELETE
020720     MOVE "N" TO RK-PENDING-SW
020730     PERFORM 7050-COMMIT-CHECKPOINT THRU 7050-EXIT.
020740 3760-COUNT-AFTER.
020750     MOVE RX-OLD-ID TO WS-COUNT-ID
020760     PERFORM 3761-COUNT-WIN-LOSS THRU 3761-EXIT
020770     MOVE WS-COUNT-RESULT TO WS-OLD-AFTER
020780     MOVE RX-NEW-ID TO WS-COUNT-ID
020790     PERFORM 3761-COUNT-WIN-LOSS THRU 3761-EXIT
020800     MOVE WS-COUNT-RESULT TO WS-NEW-AFTER.
020810 3760-EXIT.
020820     EXIT.
020830
020840 3761-COUNT-WIN-LOSS.
020850     MOVE 0 TO WS-COUNT-RESULT
020860     MOVE WS-COUNT-ID TO CW-OPERATOR-ID
020870     READ CHALWL-FILE
020880         INVALID KEY
020890             CONTINUE
020900         NOT INVALID KEY
020910             MOVE 1 TO WS-COUNT-RESULT
020920     END-READ.
020930 3761-EXIT.
020940     EXIT.
020950
020960*****************************************************
020970*  3770-BACK-OUT-PENDING - THE FAILED RUN STOPPED IN
020980*  THE MIDDLE OF THE CHALWL MOVE.  PUT BOTH RECORDS
020990*  BACK AS THEY WERE, AS 3440 DOES FOR DAYSUM; THE
021000*  RECORD IS THEN MOVED AGAIN FROM SCRATCH.
021010*****************************************************
021020 3770-BACK-OUT-PENDING.
021030     MOVE RK-OLD-IMAGE TO CW-WL-RECORD
021040     WRITE CW-WL-RECORD
021050         INVALID KEY
021060             REWRITE CW-WL-RECORD
021070                 INVALID KEY
021080                     CONTINUE
021090             END-REWRITE
021100     END-WRITE
021110     MOVE RK-TARGET-IMAGE TO CW-WL-RECORD
021120     IF RK-TARGET-FOUND
021130         REWRITE CW-WL-RECORD
021140             INVALID KEY
021150                 WRITE CW-WL-RECORD
021160                     INVALID KEY
021170                         CONTINUE
021180                 END-WRITE
021190         END-REWRITE
021200     ELSE
021210         DELETE CHALWL-FILE
021220             INVALID KEY
021230                 CONTINUE
021240         END-DELETE
021250     END-IF
021260     MOVE "N" TO RK-PENDING-SW
021270     PERFORM 7050-COMMIT-CHECKPOINT THRU 7050-EXIT
021280     MOVE SPACES TO WS-MSG-TEXT
021290     STRING "CHALWL " RK-OLD-IMAGE (1:8)
021300         " PART-MOVED BY THE FAILED RUN - BACKED OUT, REDONE"
021310         DELIMITED BY SIZE INTO WS-MSG-TEXT
021320     WRITE RKY-LINE FROM WS-MSG-LINE.
021330 3770-EXIT.
021340     EXIT.
021350
021360*****************************************************
021370*  3780-REKEY-PLACINGS - TOURNAMENT PLACINGS ARE KEYED
021380*  ON THE TOURNAMENT AND PLACE, SO THE WHOLE FILE IS
021390*  READ.  A PLACE NOT YET PAID MOVES TO THE NEW ID SO
021400*  GUESSPAY PAYS IT THERE.  A PAID PLACE WAS PAID
021410*  UNDER THE OLD ID AND STAYS THERE; IT IS LISTED.
021420*****************************************************
021430 3780-REKEY-PLACINGS.
021440     MOVE "TRNPLC" TO WS-PHASE-FILE
021450     IF NOT WS-TRNPLC-AVAIL
021460         GO TO 3780-EXIT
021470     END-IF
021480     MOVE RX-OLD-ID TO WS-COUNT-ID
021490     PERFORM 3781-COUNT-PLACINGS THRU 3781-EXIT
021500     MOVE WS-COUNT-RESULT TO WS-OLD-BEFORE
021510     MOVE RX-NEW-ID TO WS-COUNT-ID
021520     PERFORM 3781-COUNT-PLACINGS THRU 3781-EXIT
021530     MOVE WS-COUNT-RESULT TO WS-NEW-BEFORE
021540     MOVE WS-NEXT-KEY (1:8) TO TP-PLACING-KEY
021550     START TRNPLC-FILE KEY IS GREATER THAN TP-PLACING-KEY
021560         INVALID KEY
021570             SET WS-PHASE-END TO TRUE
021580     END-START
021590     PERFORM 3783-REKEY-ONE-PLACE THRU 3783-EXIT
021600         UNTIL WS-PHASE-END
021610     IF WS-STOP-RUN
021620         GO TO 3780-EXIT
021630     END-IF
021640     MOVE RX-OLD-ID TO WS-COUNT-ID
021650     PERFORM 3781-COUNT-PLACINGS THRU 3781-EXIT
021660     MOVE WS-COUNT-RESULT TO WS-OLD-AFTER
021670     MOVE RX-NEW-ID TO WS-COUNT-ID
021680     PERFORM 3781-COUNT-PLACINGS THRU 3781-EXIT
021690     MOVE WS-COUNT-RESULT TO WS-NEW-AFTER.
021700 3780-EXIT.
021710     EXIT.
021720
021730 3781-COUNT-PLACINGS.
021740     MOVE 0 TO WS-COUNT-RESULT
021750     MOVE "N" TO WS-COUNT-END-SW
021760     MOVE LOW-VALUES TO TP-PLACING-KEY
021770     START TRNPLC-FILE KEY IS GREATER THAN TP-PLACING-KEY
021780         INVALID KEY
021790             GO TO 3781-EXIT
021800     END-START
021810     PERFORM 3782-COUNT-ONE-PLACE THRU 3782-EXIT
021820         UNTIL WS-COUNT-END.
021830 3781-EXIT.
021840     EXIT.
021850
021860 3782-COUNT-ONE-PLACE.
021870     READ TRNPLC-FILE NEXT RECORD
021880         AT END
021890             SET WS-COUNT-END TO TRUE
021900             GO TO 3782-EXIT
021910     END-READ
021920     IF TP-OPERATOR-ID = WS-COUNT-ID
021930         ADD 1 TO WS-COUNT-RESULT
021940     END-IF.
021950 3782-EXIT.
021960     EXIT.
021970
021980 3783-REKEY-ONE-PLACE.
021990     READ TRNPLC-FILE NEXT RECORD
022000         AT END
022010             SET WS-PHASE-END TO TRUE
022020             GO TO 3783-EXIT
022030     END-READ
022040     IF TP-OPERATOR-ID NOT = RX-OLD-ID
022050         GO TO 3783-EXIT
022060     END-IF
022070     IF TP-PAID-DATE IS NUMERIC
022080         MOVE SPACES TO WS-MSG-TEXT
022090         STRING "TRNPLC " TP-TOURN-ID " PLACE " TP-PLACE
022100             " PAID " TP-PAID-DATE " - STAYS UNDER OLD ID"
022110             DELIMITED BY SIZE INTO WS-MSG-TEXT
022120         WRITE RKY-LINE FROM WS-MSG-LINE
022130         GO TO 3783-EXIT
022140     END-IF
022150     MOVE RX-NEW-ID TO TP-OPERATOR-ID
022160     REWRITE TP-PLACING-RECORD
022170     IF WS-TRNPLC-STATUS NOT = "00"
022180         DISPLAY "GUESSRKY - TRNPLC REWRITE FAILED, STATUS "
022190             WS-TRNPLC-STATUS
022200         PERFORM 2900-STOP-RUN THRU 2900-EXIT
022210         GO TO 3783-EXIT
022220     END-IF
022230     ADD 1 TO WS-MOVED
022240     MOVE TP-PLACING-KEY TO WS-NEXT-KEY (1:8)
022250     MOVE WS-NEXT-KEY TO RK-LAST-KEY
022260     PERFORM 7050-COMMIT-CHECKPOINT THRU 7050-EXIT.
022270 3783-EXIT.
022280     EXIT.
022290
022300*****************************************************
022310*  3800-REKEY-MASTER - A RE-KEY ADDS THE NEW ID AS A
022320*  COPY OF THE OLD MASTER RECORD (NAME, SHIFT, LAST
022330*  SIGN-ON), ACTIVE.  EITHER WAY THE OLD ID IS LEFT ON
022340*  FILE, INACTIVE, SO ARCHIVED HISTORY UNDER IT STILL
022350*  PRINTS A NAME.
022360*****************************************************
022370 3800-REKEY-MASTER.
022380     MOVE "OPERMST" TO WS-PHASE-FILE
022390     MOVE 1 TO WS-OLD-BEFORE
022400     MOVE 1 TO WS-OLD-AFTER
022410     MOVE 1 TO WS-NEW-AFTER
022420     MOVE RX-OLD-ID TO OP-OPERATOR-ID
022430     READ OPERMST-FILE
022440         INVALID KEY
022450             DISPLAY "GUESSRKY - OPERMST RECORD FOR "
022460                 RX-OLD-ID " HAS GONE"
022470             PERFORM 2900-STOP-RUN THRU 2900-EXIT
022480             GO TO 3800-EXIT
022490     END-READ
022500     MOVE OP-OPER-RECORD TO WS-OLD-IMAGE
022510     IF RX-FUNC-MERGE
022520         MOVE 1 TO WS-NEW-BEFORE
022530         ADD 1 TO WS-MERGED
022540     ELSE
022550         MOVE RX-NEW-ID TO OP-OPERATOR-ID
022560         SET OP-ACTIVE TO TRUE
022570         WRITE OP-OPER-RECORD
022580         EVALUATE WS-OPERMST-STATUS
022590             WHEN "00"
022600                 ADD 1 TO WS-MOVED
022610                 ADD 1 TO WS-OPER-WRITES
022620             WHEN "22"
022630                 MOVE 1 TO WS-NEW-BEFORE
022640                 ADD 1 TO WS-MOVED
022650             WHEN OTHER
022660                 DISPLAY "GUESSRKY - OPERMST WRITE FAILED, "
022670                     "STATUS " WS-OPERMST-STATUS
022680                 PERFORM 2900-STOP-RUN THRU 2900-EXIT
022690                 GO TO 3800-EXIT
022700         END-EVALUATE
022710     END-IF
022720     MOVE WS-OLD-IMAGE TO OP-OPER-RECORD
022730     SET OP-INACTIVE TO TRUE
022740     REWRITE OP-OPER-RECORD
022750         INVALID KEY
022760             DISPLAY "GUESSRKY - OPERMST REWRITE FAILED, "
022770                 "STATUS " WS-OPERMST-STATUS
022780             PERFORM 2900-STOP-RUN THRU 2900-EXIT
022790             GO TO 3800-EXIT
022800     END-REWRITE
022810     ADD 1 TO WS-OPER-WRITES
022820     MOVE SPACES TO WS-MSG-TEXT
022830     STRING "OLD ID " RX-OLD-ID " DEACTIVATED ON OPERMST"
022840         DELIMITED BY SIZE INTO WS-MSG-TEXT
022850     WRITE RKY-LINE FROM WS-MSG-LINE.
022860 3800-EXIT.
022870     EXIT.
022880
022890*****************************************************
022900*  7000-WRITE-TOTALS - TRANSACTION COUNTS, AND THE
022910*  CHECKPOINT IS MARKED DONE WHEN THE RUN GOT TO THE
022920*  END OF THE TRANSACTIONS.
022930*****************************************************
022940 7000-WRITE-TOTALS.
022950     MOVE SPACES TO RKY-LINE
022960     WRITE RKY-LINE
022970     MOVE WS-TRANS-READ TO WS-TOT-READ
022980     MOVE WS-TRANS-APPLIED TO WS-TOT-APPLIED
022990     MOVE WS-TRANS-REJECTED TO WS-TOT-REJECTED
023000     MOVE WS-TRANS-SKIPPED TO WS-TOT-SKIPPED
023010     WRITE RKY-LINE FROM WS-TOT-LINE
023020     IF WS-STOP-RUN
023030         MOVE "RUN STOPPED - FIX THE CAUSE AND RESUBMIT WITH RESTA
023040-            "RT=Y" TO WS-MSG-TEXT
023050         WRITE RKY-LINE FROM WS-MSG-LINE
023060         GO TO 7000-EXIT
023070     END-IF
023080     IF WS-TOT-KEPT-OLD > 0
023090         MOVE "RECORDS MARKED ** WERE LEFT UNDER THE OLD ID - SEE
023100-            " ABOVE" TO WS-MSG-TEXT
023110         WRITE RKY-LINE FROM WS-MSG-LINE
023120     END-IF
023130     IF WS-RKYCKPT-AVAIL
023140         SET RK-RUN-DONE TO TRUE
023150         PERFORM 7050-COMMIT-CHECKPOINT THRU 7050-EXIT
023160     END-IF.
023170 7000-EXIT.
023180     EXIT.
023190
023200*****************************************************
023210*  7050-COMMIT-CHECKPOINT - THE COMMIT POINT.  THE
023220*  CALLER HAS SET THE CHECKPOINT FIELDS; THEY GO
023230*  STRAIGHT TO DISK SO AN ABEND LOSES AT MOST THE
023240*  RECORD IN FLIGHT.
023250*****************************************************
023260 7050-COMMIT-CHECKPOINT.
023270     MOVE "GUESSRKY" TO RK-CKPT-ID
023280     ACCEPT RK-RUN-DATE FROM DATE YYYYMMDD
023290     REWRITE RK-CKPT-RECORD
023300        INVALID KEY
023310            WRITE RK-CKPT-RECORD
023320                INVALID KEY
023330                    CONTINUE
023340            END-WRITE
023350     END-REWRITE.
023360 7050-EXIT.
023370     EXIT.
023380
023390*****************************************************
023400*  8500-OPEN-RUNCTL - START THE RUN-CONTROL RECORD
023410*  FOR THIS RUN.  9999 MARKS A RUN STILL IN FLIGHT.
023420*****************************************************
023430 8500-OPEN-RUNCTL.
023440     OPEN I-O RUNCTL-FILE
023450     IF WS-RUNCTL-STATUS = "35"
023460         OPEN OUTPUT RUNCTL-FILE
023470         CLOSE RUNCTL-FILE
023480         OPEN I-O RUNCTL-FILE
023490     END-IF
023500     IF WS-RUNCTL-STATUS NOT = "00"
023510         DISPLAY "GUESSRKY - RUN CONTROL NOT AVAILABLE"
023520         GO TO 8500-EXIT
023530     END-IF
023540     SET WS-RUNCTL-AVAIL TO TRUE
023550     MOVE "GUESSRKY" TO RC-PROGRAM-ID
023560     ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD
023570     ACCEPT RC-RUN-TIME FROM TIME
023580     MOVE 0 TO RC-END-DATE
023590     MOVE 0 TO RC-END-TIME
023600     PERFORM 8510-INIT-ONE-SLOT THRU 8510-EXIT
023610         VARYING WS-RC-SLOT FROM 1 BY 1
023620         UNTIL WS-RC-SLOT > 4
023630     MOVE 9999 TO RC-COMPLETION-CODE
023640     WRITE RC-RUNCTL-RECORD
023650         INVALID KEY
023660             CONTINUE
023670     END-WRITE.
023680 8500-EXIT.
023690     EXIT.
023700
023710 8510-INIT-ONE-SLOT.
023720     MOVE SPACES TO RC-FILE-DD (WS-RC-SLOT)
023730     MOVE 0 TO RC-READ-COUNT (WS-RC-SLOT)
023740     MOVE 0 TO RC-WRITE-COUNT (WS-RC-SLOT).
023750 8510-EXIT.
023760     EXIT.
023770
023780*****************************************************
023790*  8600-FINISH-RUNCTL - CLOSE OUT THE RUN-CONTROL
023800*  RECORD AND PASS THE COMPLETION CODE BACK TO JES.
023810*****************************************************
023820 8600-FINISH-RUNCTL.
023830     IF WS-RUNCTL-AVAIL
023840         ACCEPT RC-END-DATE FROM DATE YYYYMMDD
023850         ACCEPT RC-END-TIME FROM TIME
023860         MOVE "REKEYIN " TO RC-FILE-DD (1)
023870         MOVE WS-TRANS-READ TO RC-READ-COUNT (1)
023880         MOVE "OPERMST " TO RC-FILE-DD (2)
023890         MOVE WS-OPER-WRITES TO RC-WRITE-COUNT (2)
023900         MOVE "SCOREHST" TO RC-FILE-DD (3)
023910         MOVE WS-TOT-HIST-MOVED TO RC-WRITE-COUNT (3)
023920         MOVE "AUDIT   " TO RC-FILE-DD (4)
023930         MOVE WS-TOT-AUDIT-MOVED TO RC-WRITE-COUNT (4)
023940         MOVE WS-RC-COMPLETION TO RC-COMPLETION-CODE
023950         REWRITE RC-RUNCTL-RECORD
023960             INVALID KEY
023970                 CONTINUE
023980         END-REWRITE
023990         CLOSE RUNCTL-FILE
024000     END-IF
024010     MOVE WS-RC-COMPLETION TO RETURN-CODE.
024020 8600-EXIT.
024030     EXIT.
024040
024050*****************************************************
024060*  9000-TERMINATE - CLOSE UP SHOP.
024070*****************************************************
024080 9000-TERMINATE.
024090     CLOSE REKEYIN-FILE
024100     CLOSE RKY-FILE
024110     IF WS-OPERMST-AVAIL
024120         CLOSE OPERMST-FILE
024130     END-IF
024140     IF WS-HIST-AVAIL
024150         CLOSE SCOREHST-FILE
024160     END-IF
024170     IF WS-ADJUD-AVAIL
024180         CLOSE ADJUD-FILE
024190     END-IF
024200     IF WS-AUDIT-AVAIL
024210         CLOSE AUDIT-FILE
024220     END-IF
024230     IF WS-CKPT-AVAIL
024240         CLOSE CKPT-FILE
024250     END-IF
024260     IF WS-DAYSUM-AVAIL
024270         CLOSE DAYSUM-FILE
024280     END-IF
024290     IF WS-AWARDS-AVAIL
024300         CLOSE AWARDS-FILE
024310     END-IF
024320     IF WS-OPERPRF-AVAIL
024330         CLOSE OPERPRF-FILE
024340     END-IF
024350     IF WS-TEAMMST-AVAIL
024360         CLOSE TEAMMST-FILE
024370     END-IF
024380     IF WS-CHALLNG-AVAIL
024390         CLOSE CHALLNG-FILE
024400     END-IF
024410     IF WS-CHALWL-AVAIL
024420         CLOSE CHALWL-FILE
024430     END-IF
024440     IF WS-TRNPLC-AVAIL
024450         CLOSE TRNPLC-FILE
024460     END-IF
024470     IF WS-RKYCKPT-AVAIL
024480         CLOSE RKYCKPT-FILE
024490     END-IF
024500     PERFORM 8600-FINISH-RUNCTL THRU 8600-EXIT.
024510 9000-EXIT.
024520     EXIT.
