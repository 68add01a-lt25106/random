000010*****************************************************
000020*  IDENTIFICATION DIVISION.
000030*****************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. GUESSRUL.
000060 AUTHOR. D. LARKSPUR.
000070 INSTALLATION. FLOOR OPERATIONS - SHIFT SYSTEMS.
000080 DATE-WRITTEN. 10/15/2026.
000090 DATE-COMPILED.
000100*****************************************************
000110*  MODIFICATION HISTORY.
000120*  DATE        BY    DESCRIPTION
000130*  ----------  ----  ------------------------------
000140*  10/15/2026  DL    ORIGINAL VERSION - ROUND RULINGS
000150*                    REGISTER FOR THE HR AUDIT.  ONE
000160*                    PASS OF THE KEYED ADJUD FILE
000170*                    LISTS EVERY CASE OPENED IN THE
000180*                    REPORT WINDOW (FROM=/TO= ON THE
000190*                    PARM AS YYYYMMDD, DEFAULT EVERY
000200*                    CASE ON FILE): THE ROUND, THE
000210*                    RULING, WHO RULED IT, WHO SIGNED
000220*                    IT OFF, WHO OPENED IT AND WHY.
000230*                    TOTALS BY RULING AND A COUNT OF
000240*                    CASES STILL AWAITING SIGN-OFF.
000250*****************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT ADJUD-FILE ASSIGN TO "ADJUD"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS AJ-ROUND-KEY
000360         FILE STATUS IS WS-ADJUD-STATUS.
000370
000380     SELECT RUL-FILE ASSIGN TO "RULOUT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-RUL-STATUS.
000410
000420     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS RC-RUNCTL-KEY
000460         FILE STATUS IS WS-RUNCTL-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  ADJUD-FILE
000510     LABEL RECORDS ARE STANDARD.
000520     COPY ADJUDR.
000530
000540 FD  RUL-FILE
000550     LABEL RECORDS ARE STANDARD.
000560 01  RUL-LINE                         PIC X(80).
000570
000580 FD  RUNCTL-FILE
000590     LABEL RECORDS ARE STANDARD.
000600     COPY RUNCTLR.
000610
000620 WORKING-STORAGE SECTION.
000630 01  WS-RUNCTL-STATUS                 PIC X(02) VALUE SPACES.
000640 01  WS-RUNCTL-AVAIL-SW               PIC X(01) VALUE "N".
000650     88  WS-RUNCTL-AVAIL                  VALUE "Y".
000660 01  WS-RC-COMPLETION                 PIC 9(04) VALUE 0.
000670 01  WS-RC-SLOT                       PIC 9(01) COMP.
000680 01  WS-ADJUD-STATUS                  PIC X(02) VALUE SPACES.
000690 01  WS-RUL-STATUS                    PIC X(02) VALUE SPACES.
000700
000710 01  WS-TODAY                         PIC 9(08).
000720 01  WS-FROM-DATE                     PIC 9(08) VALUE 0.
000730 01  WS-TO-DATE                       PIC 9(08) VALUE 99999999.
000740
000750 01  WS-ADJUD-EOF-SW                  PIC X(01) VALUE "N".
000760     88  WS-ADJUD-EOF                     VALUE "Y".
000770
000780 01  WS-CASE-READ-COUNT               PIC 9(07) VALUE 0.
000790 01  WS-CASE-LISTED                   PIC 9(07) VALUE 0.
000800 01  WS-VOID-COUNT                    PIC 9(07) VALUE 0.
000810 01  WS-UPHOLD-COUNT                  PIC 9(07) VALUE 0.
000820 01  WS-PENDING-COUNT                 PIC 9(07) VALUE 0.
000830 01  WS-UNSIGNED-COUNT                PIC 9(07) VALUE 0.
000840 01  WS-LINE-COUNT                    PIC 9(07) VALUE 0.
000850
000860 01  WS-PARM-TOKENS.
000870     05  WS-PARM-TOKEN-1                  PIC X(20).
000880     05  WS-PARM-TOKEN-2                  PIC X(20).
000890     05  WS-PARM-TOKEN-3                  PIC X(20).
000900     05  WS-PARM-TOKEN-4                  PIC X(20).
000910     05  WS-PARM-TOKEN-5                  PIC X(20).
000920 01  WS-PARM-TOKEN-TBL REDEFINES WS-PARM-TOKENS.
000930     05  WS-PARM-TOKEN                    PIC X(20)
000940                                           OCCURS 5 TIMES.
000950 01  WS-TOKEN-SUB                     PIC 9(01) COMP.
000960 01  WS-PARM-ONE-TOKEN                PIC X(20).
000970 01  WS-PARM-KEY                      PIC X(10).
000980 01  WS-PARM-VALUE                    PIC X(10).
000990
001000 01  WS-HDR-1.
001010     05  FILLER                       PIC X(30)
001020         VALUE "GUESS ROUND RULINGS REGISTER  ".
001030     05  FILLER                       PIC X(06)
001040         VALUE "FROM  ".
001050     05  WS-HDR-FROM                  PIC 9(08).
001060     05  FILLER                       PIC X(06)
001070         VALUE "  TO  ".
001080     05  WS-HDR-TO                    PIC 9(08).
001090     05  FILLER                       PIC X(22) VALUE SPACES.
001100
001110 01  WS-HDR-2.
001120     05  FILLER                       PIC X(10)
001130         VALUE "OPERATOR  ".
001140     05  FILLER                       PIC X(10)
001150         VALUE "DATE      ".
001160     05  FILLER                       PIC X(10)
001170         VALUE "TIME      ".
001180     05  FILLER                       PIC X(10)
001190         VALUE "TERMINAL  ".
001200     05  FILLER                       PIC X(09)
001210         VALUE "RULING   ".
001220     05  FILLER                       PIC X(10)
001230         VALUE "RULED BY  ".
001240     05  FILLER                       PIC X(10)
001250         VALUE "SIGNED BY ".
001260     05  FILLER                       PIC X(11)
001270         VALUE "SIGNED".
001280
001290 01  WS-DETAIL-LINE.
001300     05  WS-DTL-OPERATOR              PIC X(08).
001310     05  FILLER                       PIC X(02)  VALUE SPACES.
001320     05  WS-DTL-DATE                  PIC X(08).
001330     05  FILLER                       PIC X(02)  VALUE SPACES.
001340     05  WS-DTL-TIME                  PIC X(08).
001350     05  FILLER                       PIC X(02)  VALUE SPACES.
001360     05  WS-DTL-TERMINAL              PIC X(08).
001370     05  FILLER                       PIC X(02)  VALUE SPACES.
001380     05  WS-DTL-RULING                PIC X(07).
001390     05  FILLER                       PIC X(02)  VALUE SPACES.
001400     05  WS-DTL-RULED-BY              PIC X(08).
001410     05  FILLER                       PIC X(02)  VALUE SPACES.
001420     05  WS-DTL-SIGNED-BY             PIC X(08).
001430     05  FILLER                       PIC X(02)  VALUE SPACES.
001440     05  WS-DTL-SIGNED-DATE           PIC X(08).
001450     05  FILLER                       PIC X(03)  VALUE SPACES.
001460
001470 01  WS-REASON-LINE.
001480     05  FILLER                       PIC X(10)  VALUE SPACES.
001490     05  FILLER                       PIC X(07)
001500         VALUE "OPENED ".
001510     05  WS-RSN-OPENED                PIC 9(08).
001520     05  FILLER                       PIC X(04)
001530         VALUE " BY ".
001540     05  WS-RSN-OPENED-BY             PIC X(08).
001550     05  FILLER                       PIC X(02)  VALUE SPACES.
001560     05  WS-RSN-REASON                PIC X(40).
001570     05  FILLER                       PIC X(01)  VALUE SPACES.
001580
001590 01  WS-TOTAL-LINE-1.
001600     05  FILLER                       PIC X(14)
001610         VALUE "CASES LISTED  ".
001620     05  WS-TOT-LISTED                PIC ZZZZZZ9.
001630     05  FILLER                       PIC X(08)
001640         VALUE "   VOID ".
001650     05  WS-TOT-VOID                  PIC ZZZZZZ9.
001660     05  FILLER                       PIC X(10)
001670         VALUE "   UPHELD ".
001680     05  WS-TOT-UPHOLD                PIC ZZZZZZ9.
001690     05  FILLER                       PIC X(11)
001700         VALUE "   PENDING ".
001710     05  WS-TOT-PENDING               PIC ZZZZZZ9.
001720     05  FILLER                       PIC X(09)  VALUE SPACES.
001730
001740 01  WS-TOTAL-LINE-2.
001750     05  FILLER                       PIC X(24)
001760         VALUE "AWAITING SIGN-OFF       ".
001770     05  WS-TOT-UNSIGNED              PIC ZZZZZZ9.
001780     05  FILLER                       PIC X(49)  VALUE SPACES.
001790
001800 LINKAGE SECTION.
001810 01  LK-PARM-LENGTH                   PIC S9(04) COMP.
001820 01  LK-PARM-TEXT                     PIC X(80).
001830
001840 PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-TEXT.
001850*****************************************************
001860*  0000-MAINLINE.
001870*****************************************************
001880 0000-MAINLINE.
001890     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001900     PERFORM 2000-LIST-CASES THRU 2000-EXIT
001910     PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT
001920     PERFORM 9000-TERMINATE THRU 9000-EXIT
001930     STOP RUN.
001940
001950*****************************************************
001960*  1000-INITIALIZE - PARSE THE PARM, OPEN THE FILES
001970*  AND PRINT THE HEADINGS.
001980*****************************************************
001990 1000-INITIALIZE.
002000     PERFORM 8500-OPEN-RUNCTL THRU 8500-EXIT
002010     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002020     IF LK-PARM-LENGTH > 0
002030         PERFORM 1110-PARSE-PARM-STRING THRU 1110-EXIT
002040     END-IF
002050     OPEN OUTPUT RUL-FILE
002060     MOVE WS-FROM-DATE TO WS-HDR-FROM
002070     MOVE WS-TO-DATE TO WS-HDR-TO
002080     WRITE RUL-LINE FROM WS-HDR-1
002090     WRITE RUL-LINE FROM WS-HDR-2
002100     OPEN INPUT ADJUD-FILE
002110     IF WS-ADJUD-STATUS NOT = "00"
002120         SET WS-ADJUD-EOF TO TRUE
002130         IF WS-ADJUD-STATUS NOT = "35"
002140             DISPLAY "GUESSRUL - ADJUD OPEN FAILED, STATUS "
002150                 WS-ADJUD-STATUS
002160             MOVE 8 TO WS-RC-COMPLETION
002170         END-IF
002180     END-IF.
002190 1000-EXIT.
002200     EXIT.
002210
002220 1110-PARSE-PARM-STRING.
002230     UNSTRING LK-PARM-TEXT (1:LK-PARM-LENGTH) DELIMITED BY ","
002240         INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
002250              WS-PARM-TOKEN-3 WS-PARM-TOKEN-4
002260              WS-PARM-TOKEN-5
002270     PERFORM 1111-APPLY-TOKEN THRU 1111-EXIT
002280         VARYING WS-TOKEN-SUB FROM 1 BY 1
002290         UNTIL WS-TOKEN-SUB > 5.
002300 1110-EXIT.
002310     EXIT.
002320
002330 1111-APPLY-TOKEN.
002340     MOVE WS-PARM-TOKEN (WS-TOKEN-SUB) TO WS-PARM-ONE-TOKEN
002350     UNSTRING WS-PARM-ONE-TOKEN DELIMITED BY "="
002360         INTO WS-PARM-KEY WS-PARM-VALUE
002370     EVALUATE WS-PARM-KEY
002380         WHEN "FROM"
002390             MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
002400                 TO WS-FROM-DATE
002410         WHEN "TO"
002420             MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
002430                 TO WS-TO-DATE
002440         WHEN OTHER
002450             CONTINUE
002460     END-EVALUATE.
002470 1111-EXIT.
002480     EXIT.
002490
002500*****************************************************
002510*  2000-LIST-CASES - ONE PASS IN ROUND-KEY ORDER, SO
002520*  AN OPERATOR'S CASES PRINT TOGETHER.
002530*****************************************************
002540 2000-LIST-CASES.
002550     PERFORM 2100-READ-ONE-CASE THRU 2100-EXIT
002560         UNTIL WS-ADJUD-EOF.
002570 2000-EXIT.
002580     EXIT.
002590
002600 2100-READ-ONE-CASE.
002610     READ ADJUD-FILE NEXT RECORD
002620         AT END
002630             SET WS-ADJUD-EOF TO TRUE
002640     END-READ
002650     IF WS-ADJUD-EOF
002660         GO TO 2100-EXIT
002670     END-IF
002680     IF WS-ADJUD-STATUS NOT = "00"
002690         SET WS-ADJUD-EOF TO TRUE
002700         GO TO 2100-EXIT
002710     END-IF
002720     ADD 1 TO WS-CASE-READ-COUNT
002730     IF AJ-OPENED-DATE < WS-FROM-DATE
002740             OR AJ-OPENED-DATE > WS-TO-DATE
002750         GO TO 2100-EXIT
002760     END-IF
002770     PERFORM 2200-PRINT-CASE THRU 2200-EXIT.
002780 2100-EXIT.
002790     EXIT.
002800
002810*****************************************************
002820*  2200-PRINT-CASE - THE CASE LINE AND THE OPENED-BY
002830*  AND REASON LINE UNDER IT.
002840*****************************************************
002850 2200-PRINT-CASE.
002860     ADD 1 TO WS-CASE-LISTED
002870     MOVE AJ-OPERATOR-ID TO WS-DTL-OPERATOR
002880     MOVE AJ-SESSION-DATE TO WS-DTL-DATE
002890     MOVE AJ-SESSION-TIME TO WS-DTL-TIME
002900     MOVE AJ-TERMINAL-ID TO WS-DTL-TERMINAL
002910     EVALUATE TRUE
002920         WHEN AJ-RULING-VOID
002930             MOVE "VOID   " TO WS-DTL-RULING
002940             ADD 1 TO WS-VOID-COUNT
002950         WHEN AJ-RULING-UPHOLD
002960             MOVE "UPHELD " TO WS-DTL-RULING
002970             ADD 1 TO WS-UPHOLD-COUNT
002980         WHEN OTHER
002990             MOVE "PENDING" TO WS-DTL-RULING
003000             ADD 1 TO WS-PENDING-COUNT
003010     END-EVALUATE
003020     MOVE AJ-RULED-BY TO WS-DTL-RULED-BY
003030     IF AJ-SIGNED-OFF
003040         MOVE AJ-SIGNOFF-BY TO WS-DTL-SIGNED-BY
003050         MOVE AJ-SIGNOFF-DATE TO WS-DTL-SIGNED-DATE
003060     ELSE
003070         ADD 1 TO WS-UNSIGNED-COUNT
003080         MOVE SPACES TO WS-DTL-SIGNED-BY
003090         MOVE "UNSIGNED" TO WS-DTL-SIGNED-DATE
003100     END-IF
003110     WRITE RUL-LINE FROM WS-DETAIL-LINE
003120     MOVE AJ-OPENED-DATE TO WS-RSN-OPENED
003130     MOVE AJ-OPENED-BY TO WS-RSN-OPENED-BY
003140     MOVE AJ-REASON TO WS-RSN-REASON
003150     WRITE RUL-LINE FROM WS-REASON-LINE
003160     ADD 2 TO WS-LINE-COUNT.
003170 2200-EXIT.
003180     EXIT.
003190
003200*****************************************************
003210*  4000-WRITE-TOTALS - CASES BY RULING AND WHAT IS
003220*  STILL WAITING ON A SIGNATURE.
003230*****************************************************
003240 4000-WRITE-TOTALS.
003250     MOVE SPACES TO RUL-LINE
003260     WRITE RUL-LINE
003270     MOVE WS-CASE-LISTED TO WS-TOT-LISTED
003280     MOVE WS-VOID-COUNT TO WS-TOT-VOID
003290     MOVE WS-UPHOLD-COUNT TO WS-TOT-UPHOLD
003300     MOVE WS-PENDING-COUNT TO WS-TOT-PENDING
003310     WRITE RUL-LINE FROM WS-TOTAL-LINE-1
003320     MOVE WS-UNSIGNED-COUNT TO WS-TOT-UNSIGNED
003330     WRITE RUL-LINE FROM WS-TOTAL-LINE-2
003340     IF WS-CASE-LISTED = 0
003350         MOVE "NO CASES IN THE REPORT WINDOW" TO RUL-LINE
003360         WRITE RUL-LINE
003370     END-IF.
003380 4000-EXIT.
003390     EXIT.
003400
003410*****************************************************
003420*  8500-OPEN-RUNCTL - START THE RUN-CONTROL RECORD
003430*  FOR THIS RUN.  9999 MARKS A RUN STILL IN FLIGHT.
003440*****************************************************
003450 8500-OPEN-RUNCTL.
003460     OPEN I-O RUNCTL-FILE
003470     IF WS-RUNCTL-STATUS = "35"
003480         OPEN OUTPUT RUNCTL-FILE
003490         CLOSE RUNCTL-FILE
003500         OPEN I-O RUNCTL-FILE
003510     END-IF
003520     IF WS-RUNCTL-STATUS NOT = "00"
003530         DISPLAY "GUESSRUL - RUN CONTROL NOT AVAILABLE"
003540         GO TO 8500-EXIT
003550     END-IF
003560     SET WS-RUNCTL-AVAIL TO TRUE
003570     MOVE "GUESSRUL" TO RC-PROGRAM-ID
003580     ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD
003590     ACCEPT RC-RUN-TIME FROM TIME
003600     MOVE 0 TO RC-END-DATE
003610     MOVE 0 TO RC-END-TIME
003620     PERFORM 8510-INIT-ONE-SLOT THRU 8510-EXIT
003630         VARYING WS-RC-SLOT FROM 1 BY 1
003640         UNTIL WS-RC-SLOT > 4
003650     MOVE 9999 TO RC-COMPLETION-CODE
003660     WRITE RC-RUNCTL-RECORD
003670         INVALID KEY
003680             CONTINUE
003690     END-WRITE.
003700 8500-EXIT.
003710     EXIT.
003720
003730 8510-INIT-ONE-SLOT.
003740     MOVE SPACES TO RC-FILE-DD (WS-RC-SLOT)
003750     MOVE 0 TO RC-READ-COUNT (WS-RC-SLOT)
003760     MOVE 0 TO RC-WRITE-COUNT (WS-RC-SLOT).
003770 8510-EXIT.
003780     EXIT.
003790
003800*****************************************************
003810*  8600-FINISH-RUNCTL - CLOSE OUT THE RUN-CONTROL
003820*  RECORD AND PASS THE COMPLETION CODE BACK TO JES.
003830*****************************************************
003840 8600-FINISH-RUNCTL.
003850     IF WS-RUNCTL-AVAIL
003860         ACCEPT RC-END-DATE FROM DATE YYYYMMDD
003870         ACCEPT RC-END-TIME FROM TIME
003880         MOVE "ADJUD   " TO RC-FILE-DD (1)
003890         MOVE WS-CASE-READ-COUNT TO RC-READ-COUNT (1)
003900         MOVE "RULOUT  " TO RC-FILE-DD (2)
003910         MOVE WS-LINE-COUNT TO RC-WRITE-COUNT (2)
003920         MOVE WS-RC-COMPLETION TO RC-COMPLETION-CODE
003930         REWRITE RC-RUNCTL-RECORD
003940             INVALID KEY
003950                 CONTINUE
003960         END-REWRITE
003970         CLOSE RUNCTL-FILE
003980     END-IF
003990     MOVE WS-RC-COMPLETION TO RETURN-CODE.
004000 8600-EXIT.
004010     EXIT.
004020
004030*****************************************************
004040*  9000-TERMINATE - CLOSE UP SHOP.
004050*****************************************************
004060 9000-TERMINATE.
004070     CLOSE RUL-FILE
004080     IF WS-ADJUD-STATUS = "00" OR WS-ADJUD-STATUS = "10"
004090         CLOSE ADJUD-FILE
004100     END-IF
004110     PERFORM 8600-FINISH-RUNCTL THRU 8600-EXIT.
004120 9000-EXIT.
004130     EXIT.
