000010*****************************************************
000020*  IDENTIFICATION DIVISION.
000030*****************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. GUESSPAY.
000060 AUTHOR. D. LARKSPUR.
000070 INSTALLATION. FLOOR OPERATIONS - SHIFT SYSTEMS.
000080 DATE-WRITTEN. 10/15/2026.
000090 DATE-COMPILED.
000100*****************************************************
000110*  MODIFICATION HISTORY.
000120*  DATE        BY    DESCRIPTION
000130*  ----------  ----  ------------------------------
000140*  10/15/2026  DL    ORIGINAL VERSION - MONTH-END
000150*                    RECOGNITION PAYOUT.  EVERY
000160*                    MILESTONE AWARD EARNED AND EVERY
000170*                    TOURNAMENT PLACE PLACED IN THE
000180*                    PAY MONTH THAT HAS NOT BEEN PAID
000190*                    IS PRICED OFF THE PAYRATE TABLE,
000200*                    WRITTEN TO THE PAYIFC PAYROLL
000210*                    INTERFACE AND STAMPED PAID, SO IT
000220*                    CAN NEVER GO OUT TWICE.  PAYOUT
000230*                    IS THE REGISTER FOR FINANCE
000240*                    SIGN-OFF.
000250*****************************************************
000260*  PARM (ALL OPTIONAL, COMMA SEPARATED):
000270*    MONTH=YYYYMM    PAY MONTH    (DEFAULT LAST MONTH)
000280*    MODE=TRIAL      REGISTER ONLY - NO INTERFACE
000290*                    RECORDS, NOTHING MARKED PAID
000300*    REPAY=YYYYMMDD  ALSO PAY AGAIN ITEMS STAMPED PAID
000310*                    ON THAT DATE.  ONLY FOR A RUN
000320*                    WHOSE INTERFACE FILE NEVER
000330*                    REACHED PAYROLL.
000340*  AN ITEM WITH NO RATE ON PAYRATE IS LISTED AS HELD
000350*  AND LEFT UNPAID (RC 4); ONCE A RATE IS ADDED A
000360*  RERUN FOR THE SAME MONTH PAYS IT AND NOTHING ELSE.
000370*  INTERFACE LAYOUT (80 BYTES, FIXED COLUMNS):
000380*    HEADER   1     H
000390*             2-9   GUESSPAY
000400*             10-15 PAY MONTH YYYYMM
000410*             16-23 RUN DATE YYYYMMDD
000420*    DETAIL   1     D
000430*             2-9   EMPLOYEE ID (THE OPERATOR ID)
000440*             10-13 PAYROLL EARNING CODE
000450*             14-22 AMOUNT 9(07)V99, NO POINT
000460*             23    SOURCE  A = AWARD  P = PLACING
000470*             24-35 REFERENCE  AWARD CODE, OR
000480*                   TOURNAMENT ID-PLACE
000490*             36-43 DATE EARNED YYYYMMDD
000500*             44-49 PAY MONTH YYYYMM
000510*    TRAILER  1     T
000520*             2-8   DETAIL COUNT
000530*             9-19  AMOUNT TOTAL 9(09)V99, NO POINT
000540*****************************************************
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER. IBM-370.
000580 OBJECT-COMPUTER. IBM-370.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT AWARDS-FILE ASSIGN TO "AWARDS"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS AW-AWARD-KEY
000650         FILE STATUS IS WS-AWARDS-STATUS.
000660
000670     SELECT TRNPLC-FILE ASSIGN TO "TRNPLC"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS TP-PLACING-KEY
000710         FILE STATUS IS WS-TRNPLC-STATUS.
000720
000730     SELECT PAYRATE-FILE ASSIGN TO "PAYRATE"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS PY-RATE-KEY
000770         FILE STATUS IS WS-PAYRATE-STATUS.
000780
000790     SELECT OPERMST-FILE ASSIGN TO "OPERMST"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS OP-OPERATOR-ID
000830         FILE STATUS IS WS-OPERMST-STATUS.
000840
000850     SELECT IFC-FILE ASSIGN TO "PAYIFC"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-IFC-STATUS.
000880
000890     SELECT RPT-FILE ASSIGN TO "PAYOUT"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-RPT-STATUS.
000920
000930     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS RC-RUNCTL-KEY
000970         FILE STATUS IS WS-RUNCTL-STATUS.
000980
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  AWARDS-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY AWARDR.
001040
001050 FD  TRNPLC-FILE
001060     LABEL RECORDS ARE STANDARD.
001070     COPY TRNPLR.
001080
001090 FD  PAYRATE-FILE
001100     LABEL RECORDS ARE STANDARD.
001110     COPY PAYRTR.
001120
001130 FD  OPERMST-FILE
001140     LABEL RECORDS ARE STANDARD.
001150     COPY OPERMR.
001160
001170 FD  IFC-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 01  IFC-LINE                         PIC X(80).
001200
001210 FD  RPT-FILE
001220     LABEL RECORDS ARE STANDARD.
001230 01  RPT-LINE                         PIC X(80).
001240
001250 FD  RUNCTL-FILE
001260     LABEL RECORDS ARE STANDARD.
001270     COPY RUNCTLR.
001280
001290 WORKING-STORAGE SECTION.
001300 01  WS-RUNCTL-STATUS                 PIC X(02) VALUE SPACES.
001310 01  WS-RUNCTL-AVAIL-SW               PIC X(01) VALUE "N".
001320     88  WS-RUNCTL-AVAIL                  VALUE "Y".
001330 01  WS-RC-COMPLETION                 PIC 9(04) VALUE 0.
001340 01  WS-RC-SLOT                       PIC 9(01) COMP.
001350 01  WS-AWARDS-STATUS                 PIC X(02) VALUE SPACES.
001360 01  WS-AWARDS-AVAIL-SW               PIC X(01) VALUE "N".
001370     88  WS-AWARDS-AVAIL                  VALUE "Y".
001380 01  WS-TRNPLC-STATUS                 PIC X(02) VALUE SPACES.
001390 01  WS-TRNPLC-AVAIL-SW               PIC X(01) VALUE "N".
001400     88  WS-TRNPLC-AVAIL                  VALUE "Y".
001410 01  WS-PAYRATE-STATUS                PIC X(02) VALUE SPACES.
001420 01  WS-PAYRATE-AVAIL-SW              PIC X(01) VALUE "N".
001430     88  WS-PAYRATE-AVAIL                 VALUE "Y".
001440 01  WS-OPERMST-STATUS                PIC X(02) VALUE SPACES.
001450 01  WS-OPERMST-AVAIL-SW              PIC X(01) VALUE "N".
001460     88  WS-OPERMST-AVAIL                 VALUE "Y".
001470 01  WS-IFC-STATUS                    PIC X(02) VALUE SPACES.
001480 01  WS-IFC-OPEN-SW                   PIC X(01) VALUE "N".
001490     88  WS-IFC-OPEN                      VALUE "Y".
001500 01  WS-RPT-STATUS                    PIC X(02) VALUE SPACES.
001510
001520 01  WS-STOP-SW                       PIC X(01) VALUE "N".
001530     88  WS-STOP                          VALUE "Y".
001540 01  WS-EOF-SW                        PIC X(01) VALUE "N".
001550     88  WS-EOF                           VALUE "Y".
001560 01  WS-MODE-SW                       PIC X(01) VALUE "P".
001570     88  WS-MODE-PAY                      VALUE "P".
001580     88  WS-MODE-TRIAL                    VALUE "T".
001590 01  WS-ITEM-DUE-SW                   PIC X(01) VALUE "N".
001600     88  WS-ITEM-DUE                      VALUE "Y".
001610 01  WS-ITEM-PAID-SW                  PIC X(01) VALUE "N".
001620     88  WS-ITEM-PAID                     VALUE "Y".
001630
001640 01  WS-TODAY                         PIC 9(08).
001650 01  WS-TODAY-R REDEFINES WS-TODAY.
001660     05  WS-TODAY-YYYY                PIC 9(04).
001670     05  WS-TODAY-MM                  PIC 9(02).
001680     05  WS-TODAY-DD                  PIC 9(02).
001690 01  WS-RUN-DISP                      PIC X(08).
001700 01  WS-PAY-MONTH                     PIC 9(06) VALUE 0.
001710 01  WS-PAY-MONTH-R REDEFINES WS-PAY-MONTH.
001720     05  WS-PAY-YYYY                  PIC 9(04).
001730     05  WS-PAY-MM                    PIC 9(02).
001740 01  WS-REPAY-DATE                    PIC 9(08) VALUE 0.
001750 01  WS-REPAY-DISP                    PIC X(08).
001760 01  WS-ITEM-DATE                     PIC 9(08).
001770 01  WS-ITEM-DATE-R REDEFINES WS-ITEM-DATE.
001780     05  WS-ITEM-MONTH                PIC 9(06).
001790     05  FILLER                       PIC 9(02).
001800 01  WS-ITEM-PAID-DATE                PIC X(08).
001810 01  WS-ITEM-OPERATOR                 PIC X(08).
001820 01  WS-ITEM-SOURCE                   PIC X(01).
001830 01  WS-ITEM-REF                      PIC X(12).
001840 01  WS-ITEM-NOTE                     PIC X(11).
001850 01  WS-PLACE-CODE                    PIC 9(04).
001860 01  WS-PLACE-REF.
001870     05  WS-PLACE-REF-TOURN           PIC X(05).
001880     05  FILLER                       PIC X(01)  VALUE "-".
001890     05  WS-PLACE-REF-PLACE           PIC 9(03).
001900     05  FILLER                       PIC X(03)  VALUE SPACES.
001910 01  WS-OPER-NAME                     PIC X(20).
001920
001930 01  WS-AWD-READ-COUNT                PIC 9(07) VALUE 0.
001940 01  WS-AWD-PAID-COUNT                PIC 9(07) VALUE 0.
001950 01  WS-PLC-READ-COUNT                PIC 9(07) VALUE 0.
001960 01  WS-PLC-PAID-COUNT                PIC 9(07) VALUE 0.
001970 01  WS-HELD-COUNT                    PIC 9(07) VALUE 0.
001980 01  WS-DETAIL-COUNT                  PIC 9(07) VALUE 0.
001990 01  WS-AMOUNT-TOTAL                  PIC 9(09)V99 VALUE 0.
002000 01  WS-RPT-COUNT                     PIC 9(07) VALUE 0.
002010
002020*    TOTALS BY EARNING CODE FOR THE SIGN-OFF PAGE.  A
002030*    CODE PAST THE LAST SLOT ROLLS INTO THE LAST SLOT.
002040 01  WS-EC-MAX                        PIC 9(03) VALUE 20.
002050 01  WS-EC-USED                       PIC 9(03) VALUE 0.
002060 01  WS-EC-SUB                        PIC 9(03) COMP.
002070 01  WS-EC-FOUND-SW                   PIC X(01) VALUE "N".
002080     88  WS-EC-FOUND                      VALUE "Y".
002090 01  WS-EC-TABLE.
002100     05  WS-EC-ENTRY                  OCCURS 20 TIMES.
002110         10  WS-EC-CODE               PIC X(04).
002120         10  WS-EC-COUNT              PIC 9(07).
002130         10  WS-EC-AMOUNT             PIC 9(09)V99.
002140
002150 01  WS-PARM-TOKENS.
002160     05  WS-PARM-TOKEN-1                  PIC X(20).
002170     05  WS-PARM-TOKEN-2                  PIC X(20).
002180     05  WS-PARM-TOKEN-3                  PIC X(20).
002190     05  WS-PARM-TOKEN-4                  PIC X(20).
002200     05  WS-PARM-TOKEN-5                  PIC X(20).
002210 01  WS-PARM-TOKEN-TBL REDEFINES WS-PARM-TOKENS.
002220     05  WS-PARM-TOKEN                    PIC X(20)
002230                                           OCCURS 5 TIMES.
002240 01  WS-TOKEN-SUB                     PIC 9(01) COMP.
002250 01  WS-PARM-ONE-TOKEN                PIC X(20).
002260 01  WS-PARM-KEY                      PIC X(10).
002270 01  WS-PARM-VALUE                    PIC X(10).
002280
002290 01  WS-IFC-HEADER.
002300     05  FILLER                       PIC X(01)  VALUE "H".
002310     05  FILLER                       PIC X(08)
002320         VALUE "GUESSPAY".
002330     05  WS-IFH-MONTH                 PIC 9(06).
002340     05  WS-IFH-RUN-DATE              PIC X(08).
002350     05  FILLER                       PIC X(57)  VALUE SPACES.
002360
002370 01  WS-IFC-DETAIL.
002380     05  FILLER                       PIC X(01)  VALUE "D".
002390     05  WS-IFD-EMPLOYEE              PIC X(08).
002400     05  WS-IFD-EARN-CODE             PIC X(04).
002410     05  WS-IFD-AMOUNT                PIC 9(07)V99.
002420     05  WS-IFD-SOURCE                PIC X(01).
002430     05  WS-IFD-REF                   PIC X(12).
002440     05  WS-IFD-EARNED                PIC 9(08).
002450     05  WS-IFD-MONTH                 PIC 9(06).
002460     05  FILLER                       PIC X(31)  VALUE SPACES.
002470
002480 01  WS-IFC-TRAILER.
002490     05  FILLER                       PIC X(01)  VALUE "T".
002500     05  WS-IFT-COUNT                 PIC 9(07).
002510     05  WS-IFT-AMOUNT                PIC 9(09)V99.
002520     05  FILLER                       PIC X(61)  VALUE SPACES.
002530
002540 01  WS-HDR-1.
002550     05  FILLER                       PIC X(37)
002560         VALUE "GUESS RECOGNITION PAYOUT REGISTER -  ".
002570     05  FILLER                       PIC X(06)  VALUE "MONTH ".
002580     05  WS-HDR-MONTH                 PIC 9(06).
002590     05  FILLER                       PIC X(06)  VALUE "  RUN ".
002600     05  WS-HDR-RUN-DATE              PIC X(08).
002610     05  FILLER                       PIC X(17)  VALUE SPACES.
002620
002630 01  WS-HDR-TRIAL                     PIC X(80)
002640     VALUE "TRIAL RUN - NOTHING SENT TO PAYROLL OR MARKED PAID".
002650
002660 01  WS-HDR-REPAY.
002670     05  FILLER                       PIC X(35)
002680         VALUE "REPAYING ITEMS STAMPED PAID ON RUN ".
002690     05  WS-HDR-REPAY-DATE            PIC X(08).
002700     05  FILLER                       PIC X(37)  VALUE SPACES.
002710
002720 01  WS-HDR-2.
002730     05  FILLER                       PIC X(10)
002740         VALUE "EMPLOYEE  ".
002750     05  FILLER                       PIC X(21)
002760         VALUE "NAME".
002770     05  FILLER                       PIC X(02)  VALUE "S ".
002780     05  FILLER                       PIC X(13)
002790         VALUE "REFERENCE".
002800     05  FILLER                       PIC X(09)
002810         VALUE "EARNED".
002820     05  FILLER                       PIC X(05)
002830         VALUE "CODE ".
002840     05  FILLER                       PIC X(09)
002850         VALUE "  AMOUNT ".
002860     05  FILLER                       PIC X(11)
002870         VALUE "NOTE".
002880
002890 01  WS-DETAIL-LINE.
002900     05  WS-DTL-OPERATOR              PIC X(08).
002910     05  FILLER                       PIC X(02)  VALUE SPACES.
002920     05  WS-DTL-NAME                  PIC X(20).
002930     05  FILLER                       PIC X(01)  VALUE SPACE.
002940     05  WS-DTL-SOURCE                PIC X(01).
002950     05  FILLER                       PIC X(01)  VALUE SPACE.
002960     05  WS-DTL-REF                   PIC X(12).
002970     05  FILLER                       PIC X(01)  VALUE SPACE.
002980     05  WS-DTL-EARNED                PIC X(08).
002990     05  FILLER                       PIC X(01)  VALUE SPACE.
003000     05  WS-DTL-EARN-CODE             PIC X(04).
003010     05  FILLER                       PIC X(01)  VALUE SPACE.
003020     05  WS-DTL-AMOUNT                PIC ZZZZ9.99.
003030     05  FILLER                       PIC X(01)  VALUE SPACE.
003040     05  WS-DTL-NOTE                  PIC X(11).
003050
003060 01  WS-NONE-LINE                     PIC X(80)
003070     VALUE "  NOTHING DUE FOR THE MONTH".
003080
003090 01  WS-COUNT-LINE.
003100     05  FILLER                       PIC X(02)  VALUE SPACES.
003110     05  WS-CNT-LABEL                 PIC X(30).
003120     05  WS-CNT-VALUE                 PIC ZZZZZZ9.
003130     05  FILLER                       PIC X(41)  VALUE SPACES.
003140
003150 01  WS-EC-LINE.
003160     05  FILLER                       PIC X(16)
003170         VALUE "  EARNING CODE  ".
003180     05  WS-ECL-CODE                  PIC X(04).
003190     05  FILLER                       PIC X(04)  VALUE SPACES.
003200     05  WS-ECL-COUNT                 PIC ZZZZZZ9.
003210     05  FILLER                       PIC X(08)
003220         VALUE " ITEMS  ".
003230     05  WS-ECL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
003240     05  FILLER                       PIC X(27)  VALUE SPACES.
003250
003260 01  WS-TOTAL-LINE.
003270     05  FILLER                       PIC X(39)
003280         VALUE "  TOTAL SENT TO PAYROLL".
003290     05  WS-TOT-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
003300     05  FILLER                       PIC X(27)  VALUE SPACES.
003310
003320 01  WS-SIGN-LINE-1                   PIC X(80)
003330     VALUE "  PREPARED BY  ____________________   DATE ________".
003340 01  WS-SIGN-LINE-2                   PIC X(80)
003350     VALUE "  FINANCE      ____________________   DATE ________".
003360
003370 LINKAGE SECTION.
003380 01  LK-PARM-LENGTH                   PIC S9(04) COMP.
003390 01  LK-PARM-TEXT                     PIC X(80).
003400
003410 PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-TEXT.
003420*****************************************************
003430*  0000-MAINLINE.
003440*****************************************************
003450 0000-MAINLINE.
003460     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003470     IF NOT WS-STOP
003480         PERFORM 2000-PAY-AWARDS THRU 2000-EXIT
003490         PERFORM 3000-PAY-PLACINGS THRU 3000-EXIT
003500         PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT
003510     END-IF
003520     PERFORM 9000-TERMINATE THRU 9000-EXIT
003530     STOP RUN.
003540
003550*****************************************************
003560*  1000-INITIALIZE - PARSE THE PARM, SETTLE THE PAY
003570*  MONTH AND OPEN THE FILES.  NO RATE TABLE, OR A
003580*  BAD OPEN ON A FILE THAT IS STAMPED PAID, IS A HARD
003590*  STOP BEFORE ANYTHING IS WRITTEN.
003600*****************************************************
003610 1000-INITIALIZE.
003620     PERFORM 8500-OPEN-RUNCTL THRU 8500-EXIT
003630     ACCEPT WS-TODAY FROM DATE YYYYMMDD
003640     MOVE WS-TODAY TO WS-RUN-DISP
003650     IF LK-PARM-LENGTH > 0
003660         PERFORM 1110-PARSE-PARM-STRING THRU 1110-EXIT
003670     END-IF
003680     IF WS-PAY-MONTH = 0
003690         PERFORM 1200-SET-LAST-MONTH THRU 1200-EXIT
003700     END-IF
003710     MOVE WS-REPAY-DATE TO WS-REPAY-DISP
003720     OPEN OUTPUT RPT-FILE
003730     MOVE WS-PAY-MONTH TO WS-HDR-MONTH
003740     MOVE WS-RUN-DISP TO WS-HDR-RUN-DATE
003750     PERFORM 7100-WRITE-HEADINGS THRU 7100-EXIT
003760     IF WS-PAY-MM < 1 OR WS-PAY-MM > 12
003770         DISPLAY "GUESSPAY - MONTH= IS NOT A YYYYMM MONTH"
003780         MOVE 8 TO WS-RC-COMPLETION
003790         SET WS-STOP TO TRUE
003800         GO TO 1000-EXIT
003810     END-IF
003820     OPEN INPUT PAYRATE-FILE
003830     IF WS-PAYRATE-STATUS NOT = "00"
003840         DISPLAY "GUESSPAY - PAYRATE OPEN FAILED, STATUS "
003850             WS-PAYRATE-STATUS
003860         MOVE 8 TO WS-RC-COMPLETION
003870         SET WS-STOP TO TRUE
003880         GO TO 1000-EXIT
003890     END-IF
003900     SET WS-PAYRATE-AVAIL TO TRUE
003910     OPEN INPUT OPERMST-FILE
003920     IF WS-OPERMST-STATUS = "00"
003930         SET WS-OPERMST-AVAIL TO TRUE
003940     END-IF
003950     OPEN I-O AWARDS-FILE
003960     EVALUATE WS-AWARDS-STATUS
003970         WHEN "00"
003980             SET WS-AWARDS-AVAIL TO TRUE
003990         WHEN "35"
004000             CONTINUE
004010         WHEN OTHER
004020             DISPLAY "GUESSPAY - AWARDS OPEN FAILED, STATUS "
004030                 WS-AWARDS-STATUS
004040             MOVE 8 TO WS-RC-COMPLETION
004050             SET WS-STOP TO TRUE
004060             GO TO 1000-EXIT
004070     END-EVALUATE
004080     OPEN I-O TRNPLC-FILE
004090     EVALUATE WS-TRNPLC-STATUS
004100         WHEN "00"
004110             SET WS-TRNPLC-AVAIL TO TRUE
004120         WHEN "35"
004130             CONTINUE
004140         WHEN OTHER
004150             DISPLAY "GUESSPAY - TRNPLC OPEN FAILED, STATUS "
004160                 WS-TRNPLC-STATUS
004170             MOVE 8 TO WS-RC-COMPLETION
004180             SET WS-STOP TO TRUE
004190             GO TO 1000-EXIT
004200     END-EVALUATE
004210     IF WS-MODE-PAY
004220         OPEN OUTPUT IFC-FILE
004230         SET WS-IFC-OPEN TO TRUE
004240         MOVE WS-PAY-MONTH TO WS-IFH-MONTH
004250         MOVE WS-RUN-DISP TO WS-IFH-RUN-DATE
004260         WRITE IFC-LINE FROM WS-IFC-HEADER
004270     END-IF.
004280 1000-EXIT.
004290     EXIT.
004300
004310 1110-PARSE-PARM-STRING.
004320     UNSTRING LK-PARM-TEXT (1:LK-PARM-LENGTH) DELIMITED BY ","
004330         INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
004340              WS-PARM-TOKEN-3 WS-PARM-TOKEN-4
004350              WS-PARM-TOKEN-5
004360     PERFORM 1111-APPLY-TOKEN THRU 1111-EXIT
004370         VARYING WS-TOKEN-SUB FROM 1 BY 1
004380         UNTIL WS-TOKEN-SUB > 5.
004390 1110-EXIT.
004400     EXIT.
004410
004420 1111-APPLY-TOKEN.
004430     MOVE WS-PARM-TOKEN (WS-TOKEN-SUB) TO WS-PARM-ONE-TOKEN
004440     UNSTRING WS-PARM-ONE-TOKEN DELIMITED BY "="
004450         INTO WS-PARM-KEY WS-PARM-VALUE
004460     EVALUATE WS-PARM-KEY
004470         WHEN "MONTH"
004480             MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
004490                 TO WS-PAY-MONTH
004500         WHEN "MODE"
004510             IF WS-PARM-VALUE = "TRIAL"
004520                 SET WS-MODE-TRIAL TO TRUE
004530             END-IF
004540         WHEN "REPAY"
004550             MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
004560                 TO WS-REPAY-DATE
004570         WHEN OTHER
004580             CONTINUE
004590     END-EVALUATE.
004600 1111-EXIT.
004610     EXIT.
004620
004630*****************************************************
004640*  1200-SET-LAST-MONTH - THE JOB RUNS IN THE FIRST
004650*  DAYS OF THE MONTH FOR THE MONTH JUST ENDED.
004660*****************************************************
004670 1200-SET-LAST-MONTH.
004680     IF WS-TODAY-MM = 1
004690         COMPUTE WS-PAY-YYYY = WS-TODAY-YYYY - 1
004700         MOVE 12 TO WS-PAY-MM
004710     ELSE
004720         MOVE WS-TODAY-YYYY TO WS-PAY-YYYY
004730         COMPUTE WS-PAY-MM = WS-TODAY-MM - 1
004740     END-IF.
004750 1200-EXIT.
004760     EXIT.
004770
004780*****************************************************
004790*  2000-PAY-AWARDS - WALK THE AWARDS FILE AND PAY
004800*  EACH AWARD EARNED IN THE PAY MONTH AND NOT PAID.
004810*****************************************************
004820 2000-PAY-AWARDS.
004830     IF NOT WS-AWARDS-AVAIL
004840         GO TO 2000-EXIT
004850     END-IF
004860     MOVE "N" TO WS-EOF-SW
004870     MOVE LOW-VALUES TO AW-AWARD-KEY
004880     START AWARDS-FILE KEY IS NOT LESS THAN AW-AWARD-KEY
004890         INVALID KEY
004900             SET WS-EOF TO TRUE
004910     END-START
004920     PERFORM 2100-PAY-ONE-AWARD THRU 2100-EXIT
004930         UNTIL WS-EOF.
004940 2000-EXIT.
004950     EXIT.
004960
004970 2100-PAY-ONE-AWARD.
004980     READ AWARDS-FILE NEXT RECORD
004990         AT END
005000             SET WS-EOF TO TRUE
005010             GO TO 2100-EXIT
005020     END-READ
005030     ADD 1 TO WS-AWD-READ-COUNT
005040     MOVE AW-DATE-EARNED TO WS-ITEM-DATE
005050     IF WS-ITEM-MONTH NOT = WS-PAY-MONTH
005060         GO TO 2100-EXIT
005070     END-IF
005080     MOVE AW-PAID-DATE TO WS-ITEM-PAID-DATE
005090     PERFORM 5000-CHECK-DUE THRU 5000-EXIT
005100     IF NOT WS-ITEM-DUE
005110         GO TO 2100-EXIT
005120     END-IF
005130     MOVE AW-OPERATOR-ID TO WS-ITEM-OPERATOR
005140     MOVE "A" TO WS-ITEM-SOURCE
005150     MOVE AW-AWARD-CODE TO WS-ITEM-REF
005160     MOVE "A" TO PY-RATE-TYPE
005170     MOVE AW-AWARD-CODE TO PY-RATE-CODE
005180     PERFORM 5100-PAY-ITEM THRU 5100-EXIT
005190     IF NOT WS-ITEM-PAID
005200         GO TO 2100-EXIT
005210     END-IF
005220     ADD 1 TO WS-AWD-PAID-COUNT
005230     IF WS-MODE-TRIAL
005240         GO TO 2100-EXIT
005250     END-IF
005260     MOVE WS-RUN-DISP TO AW-PAID-DATE
005270     REWRITE AW-AWARD-RECORD
005280         INVALID KEY
005290             DISPLAY "GUESSPAY - AWARD " AW-AWARD-KEY
005300                 " SENT BUT NOT MARKED PAID, STATUS "
005310                 WS-AWARDS-STATUS
005320             MOVE 8 TO WS-RC-COMPLETION
005330     END-REWRITE.
005340 2100-EXIT.
005350     EXIT.
005360
005370*****************************************************
005380*  3000-PAY-PLACINGS - WALK THE PLACINGS FILE AND PAY
005390*  EACH PLACE PLACED IN THE PAY MONTH AND NOT PAID.
005400*****************************************************
005410 3000-PAY-PLACINGS.
005420     IF NOT WS-TRNPLC-AVAIL
005430         GO TO 3000-EXIT
005440     END-IF
005450     MOVE "N" TO WS-EOF-SW
005460     MOVE LOW-VALUES TO TP-PLACING-KEY
005470     START TRNPLC-FILE KEY IS NOT LESS THAN TP-PLACING-KEY
005480         INVALID KEY
005490             SET WS-EOF TO TRUE
005500     END-START
005510     PERFORM 3100-PAY-ONE-PLACING THRU 3100-EXIT
005520         UNTIL WS-EOF.
005530 3000-EXIT.
005540     EXIT.
005550
005560 3100-PAY-ONE-PLACING.
005570     READ TRNPLC-FILE NEXT RECORD
005580         AT END
005590             SET WS-EOF TO TRUE
005600             GO TO 3100-EXIT
005610     END-READ
005620     ADD 1 TO WS-PLC-READ-COUNT
005630     MOVE TP-PLACED-DATE TO WS-ITEM-DATE
005640     IF WS-ITEM-MONTH NOT = WS-PAY-MONTH
005650         GO TO 3100-EXIT
005660     END-IF
005670     MOVE TP-PAID-DATE TO WS-ITEM-PAID-DATE
005680     PERFORM 5000-CHECK-DUE THRU 5000-EXIT
005690     IF NOT WS-ITEM-DUE
005700         GO TO 3100-EXIT
005710     END-IF
005720     MOVE TP-OPERATOR-ID TO WS-ITEM-OPERATOR
005730     MOVE "P" TO WS-ITEM-SOURCE
005740     MOVE TP-TOURN-ID TO WS-PLACE-REF-TOURN
005750     MOVE TP-PLACE TO WS-PLACE-REF-PLACE
005760     MOVE WS-PLACE-REF TO WS-ITEM-REF
005770     MOVE TP-PLACE TO WS-PLACE-CODE
005780     MOVE "P" TO PY-RATE-TYPE
005790     MOVE WS-PLACE-CODE TO PY-RATE-CODE
005800     PERFORM 5100-PAY-ITEM THRU 5100-EXIT
005810     IF NOT WS-ITEM-PAID
005820         GO TO 3100-EXIT
005830     END-IF
005840     ADD 1 TO WS-PLC-PAID-COUNT
005850     IF WS-MODE-TRIAL
005860         GO TO 3100-EXIT
005870     END-IF
005880     MOVE WS-RUN-DISP TO TP-PAID-DATE
005890     REWRITE TP-PLACING-RECORD
005900         INVALID KEY
005910             DISPLAY "GUESSPAY - PLACING " TP-PLACING-KEY
005920                 " SENT BUT NOT MARKED PAID, STATUS "
005930                 WS-TRNPLC-STATUS
005940             MOVE 8 TO WS-RC-COMPLETION
005950     END-REWRITE.
005960 3100-EXIT.
005970     EXIT.
005980
005990*****************************************************
006000*  4000-WRITE-TOTALS - CONTROL TOTALS, THE EARNING
006010*  CODE BREAKDOWN AND THE SIGN-OFF LINES ON THE
006020*  REGISTER; THE TRAILER ON THE INTERFACE.
006030*****************************************************
006040 4000-WRITE-TOTALS.
006050     IF WS-DETAIL-COUNT = 0 AND WS-HELD-COUNT = 0
006060         MOVE WS-NONE-LINE TO RPT-LINE
006070         PERFORM 7000-WRITE-RPT THRU 7000-EXIT
006080     END-IF
006090     MOVE SPACES TO RPT-LINE
006100     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
006110     MOVE "AWARDS PAID" TO WS-CNT-LABEL
006120     MOVE WS-AWD-PAID-COUNT TO WS-CNT-VALUE
006130     MOVE WS-COUNT-LINE TO RPT-LINE
006140     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
006150     MOVE "PLACINGS PAID" TO WS-CNT-LABEL
006160     MOVE WS-PLC-PAID-COUNT TO WS-CNT-VALUE
006170     MOVE WS-COUNT-LINE TO RPT-LINE
006180     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
006190     MOVE "INTERFACE DETAIL RECORDS" TO WS-CNT-LABEL
006200     MOVE WS-DETAIL-COUNT TO WS-CNT-VALUE
006210     MOVE WS-COUNT-LINE TO RPT-LINE
006220     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
006230     MOVE "HELD - NO RATE ON PAYRATE" TO WS-CNT-LABEL
006240     MOVE WS-HELD-COUNT TO WS-CNT-VALUE
006250     MOVE WS-COUNT-LINE TO RPT-LINE
006260     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
006270     MOVE SPACES TO RPT-LINE
006280     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
006290     PERFORM 4100-WRITE-ONE-CODE THRU 4100-EXIT
006300         VARYING WS-EC-SUB FROM 1 BY 1
006310         UNTIL WS-EC-SUB > WS-EC-USED
006320     MOVE WS-AMOUNT-TOTAL TO WS-TOT-AMOUNT
006330     MOVE WS-TOTAL-LINE TO RPT-LINE
006340     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
006350     MOVE SPACES TO RPT-LINE
006360     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
006370     MOVE SPACES TO RPT-LINE
006380     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
006390     MOVE WS-SIGN-LINE-1 TO RPT-LINE
006400     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
006410     MOVE SPACES TO RPT-LINE
006420     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
006430     MOVE WS-SIGN-LINE-2 TO RPT-LINE
006440     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
006450     IF WS-IFC-OPEN
006460         MOVE WS-DETAIL-COUNT TO WS-IFT-COUNT
006470         MOVE WS-AMOUNT-TOTAL TO WS-IFT-AMOUNT
006480         WRITE IFC-LINE FROM WS-IFC-TRAILER
006490     END-IF
006500     IF WS-HELD-COUNT > 0 AND WS-RC-COMPLETION < 4
006510         MOVE 4 TO WS-RC-COMPLETION
006520     END-IF.
006530 4000-EXIT.
006540     EXIT.
006550
006560 4100-WRITE-ONE-CODE.
006570     MOVE WS-EC-CODE (WS-EC-SUB) TO WS-ECL-CODE
006580     MOVE WS-EC-COUNT (WS-EC-SUB) TO WS-ECL-COUNT
006590     MOVE WS-EC-AMOUNT (WS-EC-SUB) TO WS-ECL-AMOUNT
006600     MOVE WS-EC-LINE TO RPT-LINE
006610     PERFORM 7000-WRITE-RPT THRU 7000-EXIT.
006620 4100-EXIT.
006630     EXIT.
006640
006650*****************************************************
006660*  5000-CHECK-DUE - AN ITEM IS DUE WHEN IT CARRIES NO
006670*  PAID DATE, OR WHEN REPAY= NAMES THE RUN THAT
006680*  STAMPED IT.
006690*****************************************************
006700 5000-CHECK-DUE.
006710     MOVE "N" TO WS-ITEM-DUE-SW
006720     IF WS-ITEM-PAID-DATE IS NOT NUMERIC
006730         SET WS-ITEM-DUE TO TRUE
006740         GO TO 5000-EXIT
006750     END-IF
006760     IF WS-REPAY-DATE NOT = 0
006770             AND WS-ITEM-PAID-DATE = WS-REPAY-DISP
006780         SET WS-ITEM-DUE TO TRUE
006790     END-IF.
006800 5000-EXIT.
006810     EXIT.
006820
006830*****************************************************
006840*  5100-PAY-ITEM - PRICE THE ITEM OFF PAYRATE (THE
006850*  RATE KEY IS SET BY THE CALLER).  NO RATE HOLDS IT
006860*  BACK.  A RATED ITEM GOES ON THE INTERFACE, THE
006870*  REGISTER AND THE TOTALS; THE CALLER THEN STAMPS IT
006880*  PAID - ONLY AFTER ITS DETAIL HAS BEEN WRITTEN.
006890*****************************************************
006900 5100-PAY-ITEM.
006910     MOVE "N" TO WS-ITEM-PAID-SW
006920     PERFORM 5200-LOOKUP-NAME THRU 5200-EXIT
006930     MOVE WS-ITEM-OPERATOR TO WS-DTL-OPERATOR
006940     MOVE WS-OPER-NAME TO WS-DTL-NAME
006950     MOVE WS-ITEM-SOURCE TO WS-DTL-SOURCE
006960     MOVE WS-ITEM-REF TO WS-DTL-REF
006970     MOVE WS-ITEM-DATE TO WS-DTL-EARNED
006980     READ PAYRATE-FILE
006990         INVALID KEY
007000             ADD 1 TO WS-HELD-COUNT
007010             MOVE SPACES TO WS-DTL-EARN-CODE
007020             MOVE 0 TO WS-DTL-AMOUNT
007030             MOVE "NO RATE" TO WS-DTL-NOTE
007040             MOVE WS-DETAIL-LINE TO RPT-LINE
007050             PERFORM 7000-WRITE-RPT THRU 7000-EXIT
007060             GO TO 5100-EXIT
007070     END-READ
007080     IF WS-IFC-OPEN
007090         MOVE WS-ITEM-OPERATOR TO WS-IFD-EMPLOYEE
007100         MOVE PY-EARN-CODE TO WS-IFD-EARN-CODE
007110         MOVE PY-AMOUNT TO WS-IFD-AMOUNT
007120         MOVE WS-ITEM-SOURCE TO WS-IFD-SOURCE
007130         MOVE WS-ITEM-REF TO WS-IFD-REF
007140         MOVE WS-ITEM-DATE TO WS-IFD-EARNED
007150         MOVE WS-PAY-MONTH TO WS-IFD-MONTH
007160         WRITE IFC-LINE FROM WS-IFC-DETAIL
007170     END-IF
007180     ADD 1 TO WS-DETAIL-COUNT
007190     ADD PY-AMOUNT TO WS-AMOUNT-TOTAL
007200     PERFORM 5300-ADD-TO-CODE THRU 5300-EXIT
007210     MOVE PY-EARN-CODE TO WS-DTL-EARN-CODE
007220     MOVE PY-AMOUNT TO WS-DTL-AMOUNT
007230     IF WS-ITEM-PAID-DATE IS NUMERIC
007240         MOVE "REPAID" TO WS-DTL-NOTE
007250     ELSE
007260         MOVE SPACES TO WS-DTL-NOTE
007270     END-IF
007280     MOVE WS-DETAIL-LINE TO RPT-LINE
007290     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
007300     SET WS-ITEM-PAID TO TRUE.
007310 5100-EXIT.
007320     EXIT.
007330
007340*****************************************************
007350*  5200-LOOKUP-NAME - DISPLAY NAME OFF THE OPERATOR
007360*  MASTER, FALLING BACK TO THE RAW ID.
007370*****************************************************
007380 5200-LOOKUP-NAME.
007390     MOVE WS-ITEM-OPERATOR TO WS-OPER-NAME
007400     IF WS-OPERMST-AVAIL
007410         MOVE WS-ITEM-OPERATOR TO OP-OPERATOR-ID
007420         READ OPERMST-FILE
007430             INVALID KEY
007440                 CONTINUE
007450             NOT INVALID KEY
007460                 MOVE OP-DISPLAY-NAME TO WS-OPER-NAME
007470         END-READ
007480     END-IF.
007490 5200-EXIT.
007500     EXIT.
007510
007520*****************************************************
007530*  5300-ADD-TO-CODE - ROLL THE AMOUNT INTO ITS
007540*  EARNING CODE'S TOTAL.
007550*****************************************************
007560 5300-ADD-TO-CODE.
007570     MOVE "N" TO WS-EC-FOUND-SW
007580     PERFORM 5310-FIND-CODE THRU 5310-EXIT
007590         VARYING WS-EC-SUB FROM 1 BY 1
007600         UNTIL WS-EC-SUB > WS-EC-USED
007610            OR WS-EC-FOUND
007620     IF WS-EC-FOUND
007630         SUBTRACT 1 FROM WS-EC-SUB
007640     ELSE
007650         IF WS-EC-USED < WS-EC-MAX
007660             ADD 1 TO WS-EC-USED
007670             MOVE WS-EC-USED TO WS-EC-SUB
007680             MOVE PY-EARN-CODE TO WS-EC-CODE (WS-EC-SUB)
007690             MOVE 0 TO WS-EC-COUNT (WS-EC-SUB)
007700             MOVE 0 TO WS-EC-AMOUNT (WS-EC-SUB)
007710         ELSE
007720             MOVE WS-EC-MAX TO WS-EC-SUB
007730             MOVE "****" TO WS-EC-CODE (WS-EC-SUB)
007740         END-IF
007750     END-IF
007760     ADD 1 TO WS-EC-COUNT (WS-EC-SUB)
007770     ADD PY-AMOUNT TO WS-EC-AMOUNT (WS-EC-SUB).
007780 5300-EXIT.
007790     EXIT.
007800
007810 5310-FIND-CODE.
007820     IF WS-EC-CODE (WS-EC-SUB) = PY-EARN-CODE
007830         SET WS-EC-FOUND TO TRUE
007840     END-IF.
007850 5310-EXIT.
007860     EXIT.
007870
007880*****************************************************
007890*  7000-WRITE-RPT - ONE REGISTER LINE, COUNTED.
007900*****************************************************
007910 7000-WRITE-RPT.
007920     WRITE RPT-LINE
007930     ADD 1 TO WS-RPT-COUNT.
007940 7000-EXIT.
007950     EXIT.
007960
007970*****************************************************
007980*  7100-WRITE-HEADINGS - REGISTER HEADINGS, WITH
007990*  THE TRIAL AND REPAY WARNINGS WHEN THEY APPLY.
008000*****************************************************
008010 7100-WRITE-HEADINGS.
008020     MOVE WS-HDR-1 TO RPT-LINE
008030     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
008040     IF WS-MODE-TRIAL
008050         MOVE WS-HDR-TRIAL TO RPT-LINE
008060         PERFORM 7000-WRITE-RPT THRU 7000-EXIT
008070     END-IF
008080     IF WS-REPAY-DATE NOT = 0
008090         MOVE WS-REPAY-DISP TO WS-HDR-REPAY-DATE
008100         MOVE WS-HDR-REPAY TO RPT-LINE
008110         PERFORM 7000-WRITE-RPT THRU 7000-EXIT
008120     END-IF
008130     MOVE SPACES TO RPT-LINE
008140     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
008150     MOVE WS-HDR-2 TO RPT-LINE
008160     PERFORM 7000-WRITE-RPT THRU 7000-EXIT.
008170 7100-EXIT.
008180     EXIT.
008190
008200*****************************************************
008210*  8500-OPEN-RUNCTL - START THE RUN-CONTROL RECORD
008220*  FOR THIS RUN.  9999 MARKS A RUN STILL IN FLIGHT.
008230*****************************************************
008240 8500-OPEN-RUNCTL.
008250     OPEN I-O RUNCTL-FILE
008260     IF WS-RUNCTL-STATUS = "35"
008270         OPEN OUTPUT RUNCTL-FILE
008280         CLOSE RUNCTL-FILE
008290         OPEN I-O RUNCTL-FILE
008300     END-IF
008310     IF WS-RUNCTL-STATUS NOT = "00"
008320         DISPLAY "GUESSPAY - RUN CONTROL NOT AVAILABLE"
008330         GO TO 8500-EXIT
008340     END-IF
008350     SET WS-RUNCTL-AVAIL TO TRUE
008360     MOVE "GUESSPAY" TO RC-PROGRAM-ID
008370     ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD
008380     ACCEPT RC-RUN-TIME FROM TIME
008390     MOVE 0 TO RC-END-DATE
008400     MOVE 0 TO RC-END-TIME
008410     PERFORM 8510-INIT-ONE-SLOT THRU 8510-EXIT
008420         VARYING WS-RC-SLOT FROM 1 BY 1
008430         UNTIL WS-RC-SLOT > 4
008440     MOVE 9999 TO RC-COMPLETION-CODE
008450     WRITE RC-RUNCTL-RECORD
008460         INVALID KEY
008470             CONTINUE
008480     END-WRITE.
008490 8500-EXIT.
008500     EXIT.
008510
008520 8510-INIT-ONE-SLOT.
008530     MOVE SPACES TO RC-FILE-DD (WS-RC-SLOT)
008540     MOVE 0 TO RC-READ-COUNT (WS-RC-SLOT)
008550     MOVE 0 TO RC-WRITE-COUNT (WS-RC-SLOT).
008560 8510-EXIT.
008570     EXIT.
008580
008590*****************************************************
008600*  8600-FINISH-RUNCTL - CLOSE OUT THE RUN-CONTROL
008610*  RECORD AND PASS THE COMPLETION CODE BACK TO JES.
008620*****************************************************
008630 8600-FINISH-RUNCTL.
008640     IF WS-RUNCTL-AVAIL
008650         ACCEPT RC-END-DATE FROM DATE YYYYMMDD
008660         ACCEPT RC-END-TIME FROM TIME
008670         MOVE "AWARDS  " TO RC-FILE-DD (1)
008680         MOVE WS-AWD-READ-COUNT TO RC-READ-COUNT (1)
008690         MOVE WS-AWD-PAID-COUNT TO RC-WRITE-COUNT (1)
008700         MOVE "TRNPLC  " TO RC-FILE-DD (2)
008710         MOVE WS-PLC-READ-COUNT TO RC-READ-COUNT (2)
008720         MOVE WS-PLC-PAID-COUNT TO RC-WRITE-COUNT (2)
008730         MOVE "PAYIFC  " TO RC-FILE-DD (3)
008740         IF WS-IFC-OPEN
008750             MOVE WS-DETAIL-COUNT TO RC-WRITE-COUNT (3)
008760         END-IF
008770         MOVE "PAYOUT  " TO RC-FILE-DD (4)
008780         MOVE WS-RPT-COUNT TO RC-WRITE-COUNT (4)
008790         MOVE WS-RC-COMPLETION TO RC-COMPLETION-CODE
008800         REWRITE RC-RUNCTL-RECORD
008810             INVALID KEY
008820                 CONTINUE
008830         END-REWRITE
008840         CLOSE RUNCTL-FILE
008850     END-IF
008860     MOVE WS-RC-COMPLETION TO RETURN-CODE.
008870 8600-EXIT.
008880     EXIT.
008890
008900*****************************************************
008910*  9000-TERMINATE - CLOSE UP SHOP.
008920*****************************************************
008930 9000-TERMINATE.
008940     CLOSE RPT-FILE
008950     IF WS-IFC-OPEN
008960         CLOSE IFC-FILE
008970     END-IF
008980     IF WS-PAYRATE-AVAIL
008990         CLOSE PAYRATE-FILE
009000     END-IF
009010     IF WS-OPERMST-AVAIL
009020         CLOSE OPERMST-FILE
009030     END-IF
009040     IF WS-AWARDS-AVAIL
009050         CLOSE AWARDS-FILE
009060     END-IF
009070     IF WS-TRNPLC-AVAIL
009080         CLOSE TRNPLC-FILE
009090     END-IF
009100     PERFORM 8600-FINISH-RUNCTL THRU 8600-EXIT.
009110 9000-EXIT.
009120     EXIT.
