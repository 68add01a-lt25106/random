000010*****************************************************
000020*  IDENTIFICATION DIVISION.
000030*****************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. GUESSCHR.
000060 AUTHOR. D. LARKSPUR.
000070 INSTALLATION. FLOOR OPERATIONS - SHIFT SYSTEMS.
000080 DATE-WRITTEN. 10/15/2026.
000090 DATE-COMPILED.
000100*****************************************************
000110*  MODIFICATION HISTORY.
000120*  DATE        BY    DESCRIPTION
000130*  ----------  ----  ------------------------------
000140*  10/15/2026  DL    ORIGINAL VERSION - NIGHTLY
000150*                    HEAD-TO-HEAD CHALLENGE RESULTS.
000160*                    EVERY OPEN CHALLNG CHALLENGE IS
000170*                    CHECKED AGAINST SCOREHST: ONCE
000180*                    BOTH SIDES' ROUNDS ARE ON FILE IT
000190*                    IS SETTLED (A WIN BEATS A LOSS,
000200*                    FEWEST TRIES BETWEEN TWO WINS,
000210*                    EVEN TRIES OR TWO LOSSES A DRAW)
000220*                    AND BOTH OPERATORS' WIN/LOSS
000230*                    RECORDS ON CHALWL ARE POSTED.  A
000240*                    CHALLENGE PAST ITS PLAY-BY DATE
000250*                    WITHOUT BOTH ROUNDS IS EXPIRED
000260*                    WITH NO RESULT.  A ROUND RULED
000270*                    VOID ON ADJUD DOES NOT COUNT AS
000280*                    PLAYED.  CHROUT LISTS WHAT
000290*                    SETTLED OR EXPIRED TONIGHT AND
000300*                    WHAT IS STILL OPEN, THEN THE
000310*                    RECORD TO DATE PER OPERATOR.
000320*                    DATE=YYYYMMDD ON THE PARM RUNS AS
000330*                    OF ANOTHER DAY (DEFAULT TODAY).
000340*****************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000380 OBJECT-COMPUTER. IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CHALLNG-FILE ASSIGN TO "CHALLNG"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS CL-CHAL-ID
000450         FILE STATUS IS WS-CHALLNG-STATUS.
000460
000470     SELECT SCOREHST-FILE ASSIGN TO "SCOREHST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS SH-HIST-KEY
000510         FILE STATUS IS WS-SCOREHST-STATUS.
000520
000530     SELECT ADJUD-FILE ASSIGN TO "ADJUD"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS AJ-ROUND-KEY
000570         FILE STATUS IS WS-ADJUD-STATUS.
000580
000590     SELECT CHALWL-FILE ASSIGN TO "CHALWL"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS CW-OPERATOR-ID
000630         FILE STATUS IS WS-CHALWL-STATUS.
000640
000650     SELECT OPERMST-FILE ASSIGN TO "OPERMST"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS OP-OPERATOR-ID
000690         FILE STATUS IS WS-OPERMST-STATUS.
000700
000710     SELECT CHR-FILE ASSIGN TO "CHROUT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-CHR-STATUS.
000740
000750     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS RC-RUNCTL-KEY
000790         FILE STATUS IS WS-RUNCTL-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  CHALLNG-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY CHALR.
000860
000870 FD  SCOREHST-FILE
000880     LABEL RECORDS ARE STANDARD.
000890     COPY SCOREHR.
000900
000910 FD  ADJUD-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY ADJUDR.
000940
000950 FD  CHALWL-FILE
000960     LABEL RECORDS ARE STANDARD.
000970     COPY CHWLR.
000980
000990 FD  OPERMST-FILE
001000     LABEL RECORDS ARE STANDARD.
001010     COPY OPERMR.
001020
001030 FD  CHR-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 01  CHR-LINE                         PIC X(80).
001060
001070 FD  RUNCTL-FILE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY RUNCTLR.
001100
001110 WORKING-STORAGE SECTION.
001120 01  WS-RUNCTL-STATUS                 PIC X(02) VALUE SPACES.
001130 01  WS-RUNCTL-AVAIL-SW               PIC X(01) VALUE "N".
001140     88  WS-RUNCTL-AVAIL                  VALUE "Y".
001150 01  WS-RC-COMPLETION                 PIC 9(04) VALUE 0.
001160 01  WS-RC-SLOT                       PIC 9(01) COMP.
001170 01  WS-CHALLNG-STATUS                PIC X(02) VALUE SPACES.
001180 01  WS-SCOREHST-STATUS               PIC X(02) VALUE SPACES.
001190 01  WS-ADJUD-STATUS                  PIC X(02) VALUE SPACES.
001200 01  WS-CHALWL-STATUS                 PIC X(02) VALUE SPACES.
001210 01  WS-OPERMST-STATUS                PIC X(02) VALUE SPACES.
001220 01  WS-CHR-STATUS                    PIC X(02) VALUE SPACES.
001230
001240 01  WS-CHALLNG-OPEN-SW               PIC X(01) VALUE "N".
001250     88  WS-CHALLNG-OPEN                  VALUE "Y".
001260 01  WS-CHALLNG-EOF-SW                PIC X(01) VALUE "N".
001270     88  WS-CHALLNG-EOF                   VALUE "Y".
001280 01  WS-SCOREHST-AVAIL-SW             PIC X(01) VALUE "N".
001290     88  WS-SCOREHST-AVAIL                VALUE "Y".
001300 01  WS-ADJUD-AVAIL-SW                PIC X(01) VALUE "N".
001310     88  WS-ADJUD-AVAIL                   VALUE "Y".
001320 01  WS-CHALWL-OPEN-SW                PIC X(01) VALUE "N".
001330     88  WS-CHALWL-OPEN                   VALUE "Y".
001340 01  WS-CHALWL-EOF-SW                 PIC X(01) VALUE "N".
001350     88  WS-CHALWL-EOF                    VALUE "Y".
001360 01  WS-OPERMST-AVAIL-SW              PIC X(01) VALUE "N".
001370     88  WS-OPERMST-AVAIL                 VALUE "Y".
001380
001390 01  WS-RUN-DATE                      PIC 9(08).
001400
001410 01  WS-CHAL-READ-COUNT               PIC 9(07) VALUE 0.
001420 01  WS-CHAL-UPDATE-COUNT             PIC 9(07) VALUE 0.
001430 01  WS-SH-READ-COUNT                 PIC 9(07) VALUE 0.
001440 01  WS-WL-WRITE-COUNT                PIC 9(07) VALUE 0.
001450 01  WS-LINE-COUNT                    PIC 9(07) VALUE 0.
001460 01  WS-SETTLED-COUNT                 PIC 9(07) VALUE 0.
001470 01  WS-EXPIRED-COUNT                 PIC 9(07) VALUE 0.
001480 01  WS-OPEN-COUNT                    PIC 9(07) VALUE 0.
001490 01  WS-WL-LISTED                     PIC 9(07) VALUE 0.
001500
001510*    ONE ENTRY PER SIDE OF THE CHALLENGE IN HAND:
001520*    WHETHER A STANDING ROUND IS ON FILE FOR IT, AND
001530*    HOW IT CAME OUT.
001540 01  WS-SIDE-TABLE.
001550     05  WS-SIDE-ENTRY                    OCCURS 2 TIMES.
001560         10  WS-SIDE-DONE-SW              PIC X(01).
001570             88  WS-SIDE-DONE                 VALUE "Y".
001580         10  WS-SIDE-WON-SW               PIC X(01).
001590             88  WS-SIDE-WON                  VALUE "Y".
001600         10  WS-SIDE-VOID-SW              PIC X(01).
001610             88  WS-SIDE-VOID                 VALUE "Y".
001620         10  WS-SIDE-TRIES                PIC 9(05).
001630 01  WS-SIDE-SUB                      PIC 9(01) COMP.
001640 01  WS-WIN-SIDE                      PIC 9(01) COMP.
001650 01  WS-LOSE-SIDE                     PIC 9(01) COMP.
001660 01  WS-POST-ID                       PIC X(08).
001670 01  WS-POST-RESULT                   PIC X(01).
001680     88  WS-POST-WIN                      VALUE "W".
001690     88  WS-POST-LOSS                     VALUE "L".
001700     88  WS-POST-DRAW                     VALUE "D".
001710 01  WS-TRIES-EDIT                    PIC ZZZZ9.
001720
001730 01  WS-HDR-1.
001740     05  FILLER                       PIC X(36)
001750         VALUE "GUESS HEAD-TO-HEAD CHALLENGES - RUN".
001760     05  FILLER                       PIC X(01)  VALUE SPACE.
001770     05  WS-HDR-DATE                  PIC 9(08).
001780     05  FILLER                       PIC X(35) VALUE SPACES.
001790
001800 01  WS-HDR-2.
001810     05  FILLER                       PIC X(08)
001820         VALUE "ID      ".
001830     05  FILLER                       PIC X(15)
001840         VALUE "CHALLENGER TRY ".
001850     05  FILLER                       PIC X(15)
001860         VALUE "OPPONENT   TRY ".
001870     05  FILLER                       PIC X(13)
001880         VALUE "RANGE        ".
001890     05  FILLER                       PIC X(10)
001900         VALUE "PLAY BY   ".
001910     05  FILLER                       PIC X(19)
001920         VALUE "RESULT".
001930
001940 01  WS-DETAIL-LINE.
001950     05  WS-DTL-CHAL-ID               PIC X(06).
001960     05  FILLER                       PIC X(02)  VALUE SPACES.
001970     05  WS-DTL-SIDE                  OCCURS 2 TIMES.
001980         10  WS-DTL-OPERATOR          PIC X(08).
001990         10  FILLER                   PIC X(01)  VALUE SPACE.
002000         10  WS-DTL-TRIES             PIC X(05).
002010         10  FILLER                   PIC X(01)  VALUE SPACE.
002020     05  WS-DTL-LOW                   PIC 9(05).
002030     05  FILLER                       PIC X(01)  VALUE "-".
002040     05  WS-DTL-HIGH                  PIC 9(05).
002050     05  FILLER                       PIC X(02)  VALUE SPACES.
002060     05  WS-DTL-EXPIRY                PIC 9(08).
002070     05  FILLER                       PIC X(02)  VALUE SPACES.
002080     05  WS-DTL-RESULT                PIC X(19).
002090
002100 01  WS-TOTAL-LINE.
002110     05  FILLER                       PIC X(16)
002120         VALUE "SETTLED TONIGHT ".
002130     05  WS-TOT-SETTLED               PIC ZZZZZZ9.
002140     05  FILLER                       PIC X(11)
002150         VALUE "   EXPIRED ".
002160     05  WS-TOT-EXPIRED               PIC ZZZZZZ9.
002170     05  FILLER                       PIC X(15)
002180         VALUE "   STILL OPEN  ".
002190     05  WS-TOT-OPEN                  PIC ZZZZZZ9.
002200     05  FILLER                       PIC X(17)  VALUE SPACES.
002210
002220 01  WS-WL-HDR-1.
002230     05  FILLER                       PIC X(24)
002240         VALUE "CHALLENGE RECORD TO DATE".
002250     05  FILLER                       PIC X(56)  VALUE SPACES.
002260
002270 01  WS-WL-HDR-2.
002280     05  FILLER                       PIC X(10)
002290         VALUE "OPERATOR  ".
002300     05  FILLER                       PIC X(22)
002310         VALUE "NAME                  ".
002320     05  FILLER                       PIC X(08)
002330         VALUE "    WON ".
002340     05  FILLER                       PIC X(08)
002350         VALUE "   LOST ".
002360     05  FILLER                       PIC X(08)
002370         VALUE "  DRAWN ".
002380     05  FILLER                       PIC X(24)
002390         VALUE "  LAST SETTLED".
002400
002410 01  WS-WL-LINE.
002420     05  WS-WL-OPERATOR               PIC X(08).
002430     05  FILLER                       PIC X(02)  VALUE SPACES.
002440     05  WS-WL-NAME                   PIC X(20).
002450     05  FILLER                       PIC X(02)  VALUE SPACES.
002460     05  WS-WL-WINS                   PIC ZZZZZZ9.
002470     05  FILLER                       PIC X(01)  VALUE SPACE.
002480     05  WS-WL-LOSSES                 PIC ZZZZZZ9.
002490     05  FILLER                       PIC X(01)  VALUE SPACE.
002500     05  WS-WL-DRAWS                  PIC ZZZZZZ9.
002510     05  FILLER                       PIC X(03)  VALUE SPACES.
002520     05  WS-WL-LAST                   PIC 9(08).
002530     05  FILLER                       PIC X(14)  VALUE SPACES.
002540
002550 01  WS-PARM-TOKENS.
002560     05  WS-PARM-TOKEN-1                  PIC X(20).
002570     05  WS-PARM-TOKEN-2                  PIC X(20).
002580     05  WS-PARM-TOKEN-3                  PIC X(20).
002590     05  WS-PARM-TOKEN-4                  PIC X(20).
002600     05  WS-PARM-TOKEN-5                  PIC X(20).
002610 01  WS-PARM-TOKEN-TBL REDEFINES WS-PARM-TOKENS.
002620     05  WS-PARM-TOKEN                    PIC X(20)
002630                                           OCCURS 5 TIMES.
002640 01  WS-TOKEN-SUB                     PIC 9(01) COMP.
002650 01  WS-PARM-ONE-TOKEN                PIC X(20).
002660 01  WS-PARM-KEY                      PIC X(10).
002670 01  WS-PARM-VALUE                    PIC X(10).
002680
002690 LINKAGE SECTION.
002700 01  LK-PARM-LENGTH                   PIC S9(04) COMP.
002710 01  LK-PARM-TEXT                     PIC X(80).
002720
002730 PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-TEXT.
002740*****************************************************
002750*  0000-MAINLINE.
002760*****************************************************
002770 0000-MAINLINE.
002780     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002790     PERFORM 2000-CHECK-CHALLENGES THRU 2000-EXIT
002800     PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT
002810     PERFORM 5000-PRINT-RECORDS THRU 5000-EXIT
002820     PERFORM 9000-TERMINATE THRU 9000-EXIT
002830     STOP RUN.
002840
002850*****************************************************
002860*  1000-INITIALIZE - PARSE THE PARM, OPEN THE FILES
002870*  AND PRINT THE HEADINGS.  THE WIN/LOSS FILE IS
002880*  CREATED ON FIRST USE.
002890*****************************************************
002900 1000-INITIALIZE.
002910     PERFORM 8500-OPEN-RUNCTL THRU 8500-EXIT
002920     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002930     IF LK-PARM-LENGTH > 0
002940         PERFORM 1110-PARSE-PARM-STRING THRU 1110-EXIT
002950     END-IF
002960     OPEN OUTPUT CHR-FILE
002970     MOVE WS-RUN-DATE TO WS-HDR-DATE
002980     WRITE CHR-LINE FROM WS-HDR-1
002990     WRITE CHR-LINE FROM WS-HDR-2
003000     ADD 2 TO WS-LINE-COUNT
003010     OPEN I-O CHALLNG-FILE
003020     IF WS-CHALLNG-STATUS = "00"
003030         SET WS-CHALLNG-OPEN TO TRUE
003040     ELSE
003050         SET WS-CHALLNG-EOF TO TRUE
003060         IF WS-CHALLNG-STATUS NOT = "35"
003070             DISPLAY "GUESSCHR - CHALLNG OPEN FAILED, STATUS "
003080                 WS-CHALLNG-STATUS
003090             MOVE 8 TO WS-RC-COMPLETION
003100         END-IF
003110     END-IF
003120     OPEN INPUT SCOREHST-FILE
003130     IF WS-SCOREHST-STATUS = "00"
003140         SET WS-SCOREHST-AVAIL TO TRUE
003150     ELSE
003160         DISPLAY "GUESSCHR - SCOREHST OPEN FAILED, STATUS "
003170             WS-SCOREHST-STATUS " - NOTHING SETTLED"
003180         MOVE 8 TO WS-RC-COMPLETION
003190         SET WS-CHALLNG-EOF TO TRUE
003200     END-IF
003210     OPEN INPUT ADJUD-FILE
003220     IF WS-ADJUD-STATUS = "00"
003230         SET WS-ADJUD-AVAIL TO TRUE
003240     ELSE
003250         IF WS-ADJUD-STATUS NOT = "35"
003260             DISPLAY "GUESSCHR - ADJUD OPEN FAILED, STATUS "
003270                 WS-ADJUD-STATUS
003280             MOVE 8 TO WS-RC-COMPLETION
003290             SET WS-CHALLNG-EOF TO TRUE
003300             GO TO 1000-EXIT
003310         END-IF
003320     END-IF
003330     OPEN I-O CHALWL-FILE
003340     IF WS-CHALWL-STATUS = "35"
003350         OPEN OUTPUT CHALWL-FILE
003360         CLOSE CHALWL-FILE
003370         OPEN I-O CHALWL-FILE
003380     END-IF
003390     IF WS-CHALWL-STATUS = "00"
003400         SET WS-CHALWL-OPEN TO TRUE
003410     ELSE
003420         DISPLAY "GUESSCHR - CHALWL OPEN FAILED, STATUS "
003430             WS-CHALWL-STATUS " - NOTHING SETTLED"
003440         MOVE 8 TO WS-RC-COMPLETION
003450         SET WS-CHALLNG-EOF TO TRUE
003460     END-IF
003470     OPEN INPUT OPERMST-FILE
003480     IF WS-OPERMST-STATUS = "00"
003490         SET WS-OPERMST-AVAIL TO TRUE
003500     END-IF.
003510 1000-EXIT.
003520     EXIT.
003530
003540 1110-PARSE-PARM-STRING.
003550     UNSTRING LK-PARM-TEXT (1:LK-PARM-LENGTH) DELIMITED BY ","
003560         INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
003570              WS-PARM-TOKEN-3 WS-PARM-TOKEN-4
003580              WS-PARM-TOKEN-5
003590     PERFORM 1111-APPLY-TOKEN THRU 1111-EXIT
003600         VARYING WS-TOKEN-SUB FROM 1 BY 1
003610         UNTIL WS-TOKEN-SUB > 5.
003620 1110-EXIT.
003630     EXIT.
003640
003650 1111-APPLY-TOKEN.
003660     MOVE WS-PARM-TOKEN (WS-TOKEN-SUB) TO WS-PARM-ONE-TOKEN
003670     UNSTRING WS-PARM-ONE-TOKEN DELIMITED BY "="
003680         INTO WS-PARM-KEY WS-PARM-VALUE
003690     EVALUATE WS-PARM-KEY
003700         WHEN "DATE"
003710             MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
003720                 TO WS-RUN-DATE
003730         WHEN OTHER
003740             CONTINUE
003750     END-EVALUATE.
003760 1111-EXIT.
003770     EXIT.
003780
003790*****************************************************
003800*  2000-CHECK-CHALLENGES - ONE PASS OF THE CHALLENGE
003810*  FILE IN ID ORDER.  ONLY OPEN CHALLENGES ARE
003820*  LOOKED AT - A SETTLED ONE WAS POSTED THE NIGHT IT
003830*  SETTLED AND IS NEVER POSTED AGAIN.
003840*****************************************************
003850 2000-CHECK-CHALLENGES.
003860     PERFORM 2100-READ-ONE-CHALLENGE THRU 2100-EXIT
003870         UNTIL WS-CHALLNG-EOF.
003880 2000-EXIT.
003890     EXIT.
003900
003910 2100-READ-ONE-CHALLENGE.
003920     READ CHALLNG-FILE NEXT RECORD
003930         AT END
003940             SET WS-CHALLNG-EOF TO TRUE
003950     END-READ
003960     IF WS-CHALLNG-EOF
003970         GO TO 2100-EXIT
003980     END-IF
003990     IF WS-CHALLNG-STATUS NOT = "00"
004000         SET WS-CHALLNG-EOF TO TRUE
004010         GO TO 2100-EXIT
004020     END-IF
004030     ADD 1 TO WS-CHAL-READ-COUNT
004040     IF CL-CONTROL-RECORD OR NOT CL-STATUS-OPEN
004050         GO TO 2100-EXIT
004060     END-IF
004070     PERFORM 2200-CHECK-ONE-SIDE THRU 2200-EXIT
004080         VARYING WS-SIDE-SUB FROM 1 BY 1
004090         UNTIL WS-SIDE-SUB > 2
004100     EVALUATE TRUE
004110         WHEN WS-SIDE-DONE (1) AND WS-SIDE-DONE (2)
004120             PERFORM 2300-SETTLE-CHALLENGE THRU 2300-EXIT
004130         WHEN CL-EXPIRY-DATE < WS-RUN-DATE
004140             PERFORM 2400-EXPIRE-CHALLENGE THRU 2400-EXIT
004150         WHEN OTHER
004160             ADD 1 TO WS-OPEN-COUNT
004170             MOVE "OPEN" TO WS-DTL-RESULT
004180     END-EVALUATE
004190     PERFORM 2500-PRINT-CHALLENGE THRU 2500-EXIT.
004200 2100-EXIT.
004210     EXIT.
004220
004230*****************************************************
004240*  2200-CHECK-ONE-SIDE - A SIDE IS DONE WHEN IT HAS
004250*  STARTED ITS ROUND AND THE ROUND IS ON SCOREHST
004260*  UNDER THIS CHALLENGE.  A ROUND STILL IN FLIGHT IS
004270*  ONLY A CHECKPOINT, AND A ROUND RULED VOID IS
004280*  STRUCK - NEITHER IS A RESULT YET.
004290*****************************************************
004300 2200-CHECK-ONE-SIDE.
004310     MOVE "N" TO WS-SIDE-DONE-SW (WS-SIDE-SUB)
004320     MOVE "N" TO WS-SIDE-WON-SW (WS-SIDE-SUB)
004330     MOVE "N" TO WS-SIDE-VOID-SW (WS-SIDE-SUB)
004340     MOVE 0 TO WS-SIDE-TRIES (WS-SIDE-SUB)
004350     IF NOT CL-SIDE-PLAYED (WS-SIDE-SUB)
004360         GO TO 2200-EXIT
004370     END-IF
004380     MOVE CL-SIDE-OPERATOR-ID (WS-SIDE-SUB) TO SH-OPERATOR-ID
004390     MOVE CL-SIDE-SESSION-DATE (WS-SIDE-SUB) TO SH-SESSION-DATE
004400     MOVE CL-SIDE-SESSION-TIME (WS-SIDE-SUB) TO SH-SESSION-TIME
004410     MOVE CL-SIDE-TERMINAL-ID (WS-SIDE-SUB) TO SH-TERMINAL-ID
004420     READ SCOREHST-FILE
004430         INVALID KEY
004440             GO TO 2200-EXIT
004450     END-READ
004460     ADD 1 TO WS-SH-READ-COUNT
004470     IF SH-CHAL-ID NOT = CL-CHAL-ID
004480         GO TO 2200-EXIT
004490     END-IF
004500     IF WS-ADJUD-AVAIL
004510         MOVE SH-HIST-KEY TO AJ-ROUND-KEY
004520         READ ADJUD-FILE
004530             INVALID KEY
004540                 CONTINUE
004550             NOT INVALID KEY
004560                 IF AJ-RULING-VOID
004570                     SET WS-SIDE-VOID (WS-SIDE-SUB) TO TRUE
004580                 END-IF
004590         END-READ
004600     END-IF
004610     IF WS-SIDE-VOID (WS-SIDE-SUB)
004620         GO TO 2200-EXIT
004630     END-IF
004640     SET WS-SIDE-DONE (WS-SIDE-SUB) TO TRUE
004650     MOVE SH-TRIES TO WS-SIDE-TRIES (WS-SIDE-SUB)
004660     IF SH-OUTCOME-WIN
004670         SET WS-SIDE-WON (WS-SIDE-SUB) TO TRUE
004680     END-IF.
004690 2200-EXIT.
004700     EXIT.
004710
004720*****************************************************
004730*  2300-SETTLE-CHALLENGE - BOTH ROUNDS ARE IN.  A WIN
004740*  BEATS A LOSS; BETWEEN TWO WINS THE FEWER TRIES
004750*  TAKES IT; EVEN TRIES OR TWO LOSSES IS A DRAW.
004760*  POST BOTH OPERATORS' RECORDS.
004770*****************************************************
004780 2300-SETTLE-CHALLENGE.
004790     MOVE 0 TO WS-WIN-SIDE
004800     EVALUATE TRUE
004810         WHEN WS-SIDE-WON (1) AND NOT WS-SIDE-WON (2)
004820             MOVE 1 TO WS-WIN-SIDE
004830         WHEN WS-SIDE-WON (2) AND NOT WS-SIDE-WON (1)
004840             MOVE 2 TO WS-WIN-SIDE
004850         WHEN WS-SIDE-WON (1) AND WS-SIDE-WON (2)
004860             IF WS-SIDE-TRIES (1) < WS-SIDE-TRIES (2)
004870                 MOVE 1 TO WS-WIN-SIDE
004880             END-IF
004890             IF WS-SIDE-TRIES (2) < WS-SIDE-TRIES (1)
004900                 MOVE 2 TO WS-WIN-SIDE
004910             END-IF
004920         WHEN OTHER
004930             CONTINUE
004940     END-EVALUATE
004950     SET CL-STATUS-SETTLED TO TRUE
004960     MOVE WS-RUN-DATE TO CL-SETTLED-DATE
004970     IF WS-WIN-SIDE = 0
004980         SET CL-RESULT-DRAW TO TRUE
004990         MOVE SPACES TO CL-WINNER-ID
005000     ELSE
005010         SET CL-RESULT-WIN TO TRUE
005020         MOVE CL-SIDE-OPERATOR-ID (WS-WIN-SIDE) TO CL-WINNER-ID
005030     END-IF
005040     REWRITE CL-CHAL-RECORD
005050         INVALID KEY
005060             DISPLAY "GUESSCHR - CHALLNG REWRITE FAILED, "
005070                 "STATUS " WS-CHALLNG-STATUS " - " CL-CHAL-ID
005080             MOVE 8 TO WS-RC-COMPLETION
005090             MOVE "NOT SETTLED - ERROR" TO WS-DTL-RESULT
005100             GO TO 2300-EXIT
005110     END-REWRITE
005120     ADD 1 TO WS-CHAL-UPDATE-COUNT
005130     ADD 1 TO WS-SETTLED-COUNT
005140     IF WS-WIN-SIDE = 0
005150         MOVE "DRAW" TO WS-DTL-RESULT
005160         SET WS-POST-DRAW TO TRUE
005170         MOVE CL-SIDE-OPERATOR-ID (1) TO WS-POST-ID
005180         PERFORM 2600-POST-RECORD THRU 2600-EXIT
005190         MOVE CL-SIDE-OPERATOR-ID (2) TO WS-POST-ID
005200         PERFORM 2600-POST-RECORD THRU 2600-EXIT
005210         GO TO 2300-EXIT
005220     END-IF
005230     COMPUTE WS-LOSE-SIDE = 3 - WS-WIN-SIDE
005240     MOVE SPACES TO WS-DTL-RESULT
005250     STRING "WON BY " DELIMITED BY SIZE
005260         CL-WINNER-ID DELIMITED BY SPACE
005270         INTO WS-DTL-RESULT
005280     END-STRING
005290     SET WS-POST-WIN TO TRUE
005300     MOVE CL-SIDE-OPERATOR-ID (WS-WIN-SIDE) TO WS-POST-ID
005310     PERFORM 2600-POST-RECORD THRU 2600-EXIT
005320     SET WS-POST-LOSS TO TRUE
005330     MOVE CL-SIDE-OPERATOR-ID (WS-LOSE-SIDE) TO WS-POST-ID
005340     PERFORM 2600-POST-RECORD THRU 2600-EXIT.
005350 2300-EXIT.
005360     EXIT.
005370
005380*****************************************************
005390*  2400-EXPIRE-CHALLENGE - PAST THE PLAY-BY DATE
005400*  WITHOUT BOTH ROUNDS IN.  NO RESULT, NOTHING
005410*  POSTED.
005420*****************************************************
005430 2400-EXPIRE-CHALLENGE.
005440     SET CL-STATUS-EXPIRED TO TRUE
005450     MOVE WS-RUN-DATE TO CL-SETTLED-DATE
005460     REWRITE CL-CHAL-RECORD
005470         INVALID KEY
005480             DISPLAY "GUESSCHR - CHALLNG REWRITE FAILED, "
005490                 "STATUS " WS-CHALLNG-STATUS " - " CL-CHAL-ID
005500             MOVE 8 TO WS-RC-COMPLETION
005510             MOVE "NOT EXPIRED - ERROR" TO WS-DTL-RESULT
005520             GO TO 2400-EXIT
005530     END-REWRITE
005540     ADD 1 TO WS-CHAL-UPDATE-COUNT
005550     ADD 1 TO WS-EXPIRED-COUNT
005560     MOVE "EXPIRED" TO WS-DTL-RESULT.
005570 2400-EXIT.
005580     EXIT.
005590
005600*****************************************************
005610*  2500-PRINT-CHALLENGE - ONE LINE PER CHALLENGE.
005620*  A SIDE'S COLUMN SHOWS ITS TRIES ON A WIN, LOST,
005630*  VOID, PLAY (STARTED, NOT FINISHED) OR A DASH.
005640*****************************************************
005650 2500-PRINT-CHALLENGE.
005660     MOVE CL-CHAL-ID TO WS-DTL-CHAL-ID
005670     PERFORM 2510-FORMAT-ONE-SIDE THRU 2510-EXIT
005680         VARYING WS-SIDE-SUB FROM 1 BY 1
005690         UNTIL WS-SIDE-SUB > 2
005700     MOVE CL-LOW-BOUND TO WS-DTL-LOW
005710     MOVE CL-HIGH-BOUND TO WS-DTL-HIGH
005720     MOVE CL-EXPIRY-DATE TO WS-DTL-EXPIRY
005730     WRITE CHR-LINE FROM WS-DETAIL-LINE
005740     ADD 1 TO WS-LINE-COUNT.
005750 2500-EXIT.
005760     EXIT.
005770
005780 2510-FORMAT-ONE-SIDE.
005790     MOVE CL-SIDE-OPERATOR-ID (WS-SIDE-SUB)
005800         TO WS-DTL-OPERATOR (WS-SIDE-SUB)
005810     EVALUATE TRUE
005820         WHEN WS-SIDE-WON (WS-SIDE-SUB)
005830             MOVE WS-SIDE-TRIES (WS-SIDE-SUB) TO WS-TRIES-EDIT
005840             MOVE WS-TRIES-EDIT TO WS-DTL-TRIES (WS-SIDE-SUB)
005850         WHEN WS-SIDE-DONE (WS-SIDE-SUB)
005860             MOVE " LOST" TO WS-DTL-TRIES (WS-SIDE-SUB)
005870         WHEN WS-SIDE-VOID (WS-SIDE-SUB)
005880             MOVE " VOID" TO WS-DTL-TRIES (WS-SIDE-SUB)
005890         WHEN CL-SIDE-PLAYED (WS-SIDE-SUB)
005900             MOVE " PLAY" TO WS-DTL-TRIES (WS-SIDE-SUB)
005910         WHEN OTHER
005920             MOVE "    -" TO WS-DTL-TRIES (WS-SIDE-SUB)
005930     END-EVALUATE.
005940 2510-EXIT.
005950     EXIT.
005960
005970*****************************************************
005980*  2600-POST-RECORD - ADD ONE RESULT TO AN OPERATOR'S
005990*  WIN/LOSS RECORD, STARTING THE RECORD IF THIS IS
006000*  THEIR FIRST SETTLED CHALLENGE.
006010*****************************************************
006020 2600-POST-RECORD.
006030     MOVE WS-POST-ID TO CW-OPERATOR-ID
006040     READ CHALWL-FILE
006050         INVALID KEY
006060             MOVE SPACES TO CW-WL-RECORD
006070             MOVE WS-POST-ID TO CW-OPERATOR-ID
006080             MOVE 0 TO CW-WINS
006090             MOVE 0 TO CW-LOSSES
006100             MOVE 0 TO CW-DRAWS
006110             MOVE 0 TO CW-LAST-SETTLED
006120             WRITE CW-WL-RECORD
006130                 INVALID KEY
006140                     DISPLAY "GUESSCHR - CHALWL WRITE FAILED, "
006150                         "STATUS " WS-CHALWL-STATUS
006160                     MOVE 8 TO WS-RC-COMPLETION
006170                     GO TO 2600-EXIT
006180             END-WRITE
006190     END-READ
006200     EVALUATE TRUE
006210         WHEN WS-POST-WIN
006220             ADD 1 TO CW-WINS
006230         WHEN WS-POST-LOSS
006240             ADD 1 TO CW-LOSSES
006250         WHEN OTHER
006260             ADD 1 TO CW-DRAWS
006270     END-EVALUATE
006280     MOVE WS-RUN-DATE TO CW-LAST-SETTLED
006290     REWRITE CW-WL-RECORD
006300         INVALID KEY
006310             DISPLAY "GUESSCHR - CHALWL REWRITE FAILED, "
006320                 "STATUS " WS-CHALWL-STATUS
006330             MOVE 8 TO WS-RC-COMPLETION
006340         NOT INVALID KEY
006350             ADD 1 TO WS-WL-WRITE-COUNT
006360     END-REWRITE.
006370 2600-EXIT.
006380     EXIT.
006390
006400*****************************************************
006410*  4000-WRITE-TOTALS - WHAT TONIGHT'S RUN DID.
006420*****************************************************
006430 4000-WRITE-TOTALS.
006440     MOVE SPACES TO CHR-LINE
006450     WRITE CHR-LINE
006460     MOVE WS-SETTLED-COUNT TO WS-TOT-SETTLED
006470     MOVE WS-EXPIRED-COUNT TO WS-TOT-EXPIRED
006480     MOVE WS-OPEN-COUNT TO WS-TOT-OPEN
006490     WRITE CHR-LINE FROM WS-TOTAL-LINE
006500     ADD 2 TO WS-LINE-COUNT
006510     IF WS-SETTLED-COUNT = 0 AND WS-EXPIRED-COUNT = 0
006520             AND WS-OPEN-COUNT = 0
006530         MOVE "NO OPEN CHALLENGES" TO CHR-LINE
006540         WRITE CHR-LINE
006550         ADD 1 TO WS-LINE-COUNT
006560     END-IF.
006570 4000-EXIT.
006580     EXIT.
006590
006600*****************************************************
006610*  5000-PRINT-RECORDS - THE WIN/LOSS RECORD TO DATE
006620*  FOR EVERY OPERATOR WITH A SETTLED CHALLENGE.
006630*****************************************************
006640 5000-PRINT-RECORDS.
006650     IF NOT WS-CHALWL-OPEN
006660         GO TO 5000-EXIT
006670     END-IF
006680     MOVE SPACES TO CHR-LINE
006690     WRITE CHR-LINE
006700     WRITE CHR-LINE FROM WS-WL-HDR-1
006710     WRITE CHR-LINE FROM WS-WL-HDR-2
006720     ADD 3 TO WS-LINE-COUNT
006730     MOVE "N" TO WS-CHALWL-EOF-SW
006740     MOVE LOW-VALUES TO CW-OPERATOR-ID
006750     START CHALWL-FILE KEY NOT LESS THAN CW-OPERATOR-ID
006760         INVALID KEY
006770             SET WS-CHALWL-EOF TO TRUE
006780     END-START
006790     PERFORM 5100-PRINT-ONE-RECORD THRU 5100-EXIT
006800         UNTIL WS-CHALWL-EOF
006810     IF WS-WL-LISTED = 0
006820         MOVE "NO CHALLENGES SETTLED YET" TO CHR-LINE
006830         WRITE CHR-LINE
006840         ADD 1 TO WS-LINE-COUNT
006850     END-IF.
006860 5000-EXIT.
006870     EXIT.
006880
006890 5100-PRINT-ONE-RECORD.
006900     READ CHALWL-FILE NEXT RECORD
006910         AT END
006920             SET WS-CHALWL-EOF TO TRUE
006930     END-READ
006940     IF WS-CHALWL-EOF
006950         GO TO 5100-EXIT
006960     END-IF
006970     MOVE CW-OPERATOR-ID TO WS-WL-OPERATOR
006980     MOVE SPACES TO WS-WL-NAME
006990     IF WS-OPERMST-AVAIL
007000         MOVE CW-OPERATOR-ID TO OP-OPERATOR-ID
007010         READ OPERMST-FILE
007020             INVALID KEY
007030                 CONTINUE
007040             NOT INVALID KEY
007050                 MOVE OP-DISPLAY-NAME TO WS-WL-NAME
007060         END-READ
007070     END-IF
007080     MOVE CW-WINS TO WS-WL-WINS
007090     MOVE CW-LOSSES TO WS-WL-LOSSES
007100     MOVE CW-DRAWS TO WS-WL-DRAWS
007110     MOVE CW-LAST-SETTLED TO WS-WL-LAST
007120     WRITE CHR-LINE FROM WS-WL-LINE
007130     ADD 1 TO WS-LINE-COUNT
007140     ADD 1 TO WS-WL-LISTED.
007150 5100-EXIT.
007160     EXIT.
007170
007180*****************************************************
007190*  8500-OPEN-RUNCTL - START THE RUN-CONTROL RECORD
007200*  FOR THIS RUN.  9999 MARKS A RUN STILL IN FLIGHT.
007210*****************************************************
007220 8500-OPEN-RUNCTL.
007230     OPEN I-O RUNCTL-FILE
007240     IF WS-RUNCTL-STATUS = "35"
007250         OPEN OUTPUT RUNCTL-FILE
007260         CLOSE RUNCTL-FILE
007270         OPEN I-O RUNCTL-FILE
007280     END-IF
007290     IF WS-RUNCTL-STATUS NOT = "00"
007300         DISPLAY "GUESSCHR - RUN CONTROL NOT AVAILABLE"
007310         GO TO 8500-EXIT
007320     END-IF
007330     SET WS-RUNCTL-AVAIL TO TRUE
007340     MOVE "GUESSCHR" TO RC-PROGRAM-ID
007350     ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD
007360     ACCEPT RC-RUN-TIME FROM TIME
007370     MOVE 0 TO RC-END-DATE
007380     MOVE 0 TO RC-END-TIME
007390     PERFORM 8510-INIT-ONE-SLOT THRU 8510-EXIT
007400         VARYING WS-RC-SLOT FROM 1 BY 1
007410         UNTIL WS-RC-SLOT > 4
007420     MOVE 9999 TO RC-COMPLETION-CODE
007430     WRITE RC-RUNCTL-RECORD
007440         INVALID KEY
007450             CONTINUE
007460     END-WRITE.
007470 8500-EXIT.
007480     EXIT.
007490
007500 8510-INIT-ONE-SLOT.
007510     MOVE SPACES TO RC-FILE-DD (WS-RC-SLOT)
007520     MOVE 0 TO RC-READ-COUNT (WS-RC-SLOT)
007530     MOVE 0 TO RC-WRITE-COUNT (WS-RC-SLOT).
007540 8510-EXIT.
007550     EXIT.
007560
007570*****************************************************
007580*  8600-FINISH-RUNCTL - CLOSE OUT THE RUN-CONTROL
007590*  RECORD AND PASS THE COMPLETION CODE BACK TO JES.
007600*****************************************************
007610 8600-FINISH-RUNCTL.
007620     IF WS-RUNCTL-AVAIL
007630         ACCEPT RC-END-DATE FROM DATE YYYYMMDD
007640         ACCEPT RC-END-TIME FROM TIME
007650         MOVE "CHALLNG " TO RC-FILE-DD (1)
007660         MOVE WS-CHAL-READ-COUNT TO RC-READ-COUNT (1)
007670         MOVE WS-CHAL-UPDATE-COUNT TO RC-WRITE-COUNT (1)
007680         MOVE "SCOREHST" TO RC-FILE-DD (2)
007690         MOVE WS-SH-READ-COUNT TO RC-READ-COUNT (2)
007700         MOVE "CHALWL  " TO RC-FILE-DD (3)
007710         MOVE WS-WL-WRITE-COUNT TO RC-WRITE-COUNT (3)
007720         MOVE "CHROUT  " TO RC-FILE-DD (4)
007730         MOVE WS-LINE-COUNT TO RC-WRITE-COUNT (4)
007740         MOVE WS-RC-COMPLETION TO RC-COMPLETION-CODE
007750         REWRITE RC-RUNCTL-RECORD
007760             INVALID KEY
007770                 CONTINUE
007780         END-REWRITE
007790         CLOSE RUNCTL-FILE
007800     END-IF
007810     MOVE WS-RC-COMPLETION TO RETURN-CODE.
007820 8600-EXIT.
007830     EXIT.
007840
007850*****************************************************
007860*  9000-TERMINATE - CLOSE UP SHOP.
007870*****************************************************
007880 9000-TERMINATE.
007890     CLOSE CHR-FILE
007900     IF WS-CHALLNG-OPEN
007910         CLOSE CHALLNG-FILE
007920     END-IF
007930     IF WS-SCOREHST-AVAIL
007940         CLOSE SCOREHST-FILE
007950     END-IF
007960     IF WS-ADJUD-AVAIL
007970         CLOSE ADJUD-FILE
007980     END-IF
007990     IF WS-CHALWL-OPEN
008000         CLOSE CHALWL-FILE
008010     END-IF
008020     IF WS-OPERMST-AVAIL
008030         CLOSE OPERMST-FILE
008040     END-IF
008050     PERFORM 8600-FINISH-RUNCTL THRU 8600-EXIT.
008060 9000-EXIT.
008070     EXIT.
