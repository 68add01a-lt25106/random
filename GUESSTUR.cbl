000010*****************************************************
000020*  IDENTIFICATION DIVISION.
000030*****************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. GUESSTUR.
000060 AUTHOR. D. LARKSPUR.
000070 INSTALLATION. FLOOR OPERATIONS - SHIFT SYSTEMS.
000080 DATE-WRITTEN. 10/15/2026.
000090 DATE-COMPILED.
000100*****************************************************
000110*  MODIFICATION HISTORY.
000120*  DATE        BY    DESCRIPTION
000130*  ----------  ----  ------------------------------
000140*  10/15/2026  DL    ORIGINAL VERSION - TERMINAL
000150*                    UTILIZATION REPORT.  LOADS THE
000160*                    TERMMST MASTER, COUNTS ROUNDS BY
000170*                    TERMINAL AND HOUR OF DAY OFF
000180*                    SCOREHST, AND TIMES EACH ROUND
000190*                    OFF THE AUDIT TRAIL (ROUND START
000200*                    TO LAST GUESS) SPREAD ACROSS THE
000210*                    HOURS IT RAN IN.  PRINTS EACH
000220*                    TERMINAL'S BUSY HOURS, A FLOOR-
000230*                    WIDE HOUR-OF-DAY SUMMARY AND THE
000240*                    IN-SERVICE TERMINALS THAT SAT
000250*                    IDLE.  FROM= AND TO= ON THE PARM
000260*                    (YYYYMMDD, DEFAULT TODAY) SET
000270*                    THE SESSION DATES COVERED.
000280*****************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT TERMMST-FILE ASSIGN TO "TERMMST"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS TR-TERMINAL-ID
000390         FILE STATUS IS WS-TERMMST-STATUS.
000400
000410     SELECT SCOREHST-FILE ASSIGN TO "SCOREHST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS SH-HIST-KEY
000450         FILE STATUS IS WS-SCOREHST-STATUS.
000460
000470     SELECT AUDIT-FILE ASSIGN TO "AUDIT"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS AU-AUDIT-KEY
000510         FILE STATUS IS WS-AUDIT-STATUS.
000520
000530     SELECT TUR-FILE ASSIGN TO "TUROUT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-TUR-STATUS.
000560
000570     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS RC-RUNCTL-KEY
000610         FILE STATUS IS WS-RUNCTL-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  TERMMST-FILE
000660     LABEL RECORDS ARE STANDARD.
000670     COPY TERMMR.
000680
000690 FD  SCOREHST-FILE
000700     LABEL RECORDS ARE STANDARD.
000710     COPY SCOREHR.
000720
000730 FD  AUDIT-FILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY AUDITR.
000760
000770 FD  TUR-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 01  TUR-LINE                         PIC X(80).
000800
000810 FD  RUNCTL-FILE
000820     LABEL RECORDS ARE STANDARD.
000830     COPY RUNCTLR.
000840
000850 WORKING-STORAGE SECTION.
000860 01  WS-RUNCTL-STATUS                 PIC X(02) VALUE SPACES.
000870 01  WS-RUNCTL-AVAIL-SW               PIC X(01) VALUE "N".
000880     88  WS-RUNCTL-AVAIL                  VALUE "Y".
000890 01  WS-RC-COMPLETION                 PIC 9(04) VALUE 0.
000900 01  WS-RC-SLOT                       PIC 9(01) COMP.
000910 01  WS-TERMMST-STATUS                PIC X(02) VALUE SPACES.
000920 01  WS-SCOREHST-STATUS               PIC X(02) VALUE SPACES.
000930 01  WS-AUDIT-STATUS                  PIC X(02) VALUE SPACES.
000940 01  WS-TUR-STATUS                    PIC X(02) VALUE SPACES.
000950
000960 01  WS-TODAY                         PIC 9(08).
000970 01  WS-FROM-DATE                     PIC 9(08) VALUE 0.
000980 01  WS-TO-DATE                       PIC 9(08) VALUE 0.
000990 01  WS-WORK-DATE                     PIC 9(08).
001000
001010 01  WS-TERM-EOF-SW                   PIC X(01) VALUE "N".
001020     88  WS-TERM-EOF                      VALUE "Y".
001030 01  WS-HIST-EOF-SW                   PIC X(01) VALUE "N".
001040     88  WS-HIST-EOF                      VALUE "Y".
001050 01  WS-AUDIT-EOF-SW                  PIC X(01) VALUE "N".
001060     88  WS-AUDIT-EOF                     VALUE "Y".
001070 01  WS-TABLE-FULL-SW                 PIC X(01) VALUE "N".
001080     88  WS-TABLE-FULL                    VALUE "Y".
001090
001100 01  WS-TRM-READ-COUNT                PIC 9(07) VALUE 0.
001110 01  WS-HST-READ-COUNT                PIC 9(07) VALUE 0.
001120 01  WS-AUD-READ-COUNT                PIC 9(07) VALUE 0.
001130 01  WS-LINE-COUNT                    PIC 9(07) VALUE 0.
001140
001150 01  WS-CUR-KEY.
001160     05  WS-CUR-OPERATOR              PIC X(08).
001170     05  WS-CUR-DATE                  PIC 9(08).
001180     05  WS-CUR-TIME                  PIC 9(08).
001190     05  WS-CUR-TERMINAL              PIC X(08).
001200 01  WS-IN-SESSION-SW                 PIC X(01) VALUE "N".
001210     88  WS-IN-SESSION                    VALUE "Y".
001220 01  WS-SES-LAST-CSEC                 PIC 9(07).
001230
001240 01  WS-TS-SPLIT.
001250     05  WS-TS-HH                     PIC 9(02).
001260     05  WS-TS-MM                     PIC 9(02).
001270     05  WS-TS-SS                     PIC 9(02).
001280     05  WS-TS-CC                     PIC 9(02).
001290
001300*    ROUND TIMING IS IN HUNDREDTHS OF A SECOND FROM
001310*    MIDNIGHT OF THE SESSION DATE.  A ROUND RUNNING
001320*    PAST MIDNIGHT ENDS BEYOND 8640000 AND ITS LATE
001330*    SLICES FOLD BACK ONTO THE EARLY HOURS.
001340 01  WS-SPLIT-START                   PIC 9(08) COMP.
001350 01  WS-SPLIT-END                     PIC 9(08) COMP.
001360 01  WS-SLICE-END                     PIC 9(08) COMP.
001370 01  WS-SLICE-CSEC                    PIC 9(08) COMP.
001380 01  WS-SLICE-HOUR                    PIC 9(03) COMP.
001390
001400 01  WS-LOOK-TERMINAL                 PIC X(08).
001410 01  WS-TERM-MAX                      PIC 9(03) COMP VALUE 200.
001420 01  WS-TERM-COUNT                    PIC 9(03) COMP VALUE 0.
001430 01  WS-TERM-SUB                      PIC 9(03) COMP.
001440 01  WS-FOUND-SUB                     PIC 9(03) COMP.
001450 01  WS-HOUR-SUB                      PIC 9(02) COMP.
001460
001470 01  WS-TERM-TABLE.
001480     05  WS-TERM-ENTRY OCCURS 200 TIMES.
001490         10  WS-TE-TERMINAL-ID        PIC X(08).
001500         10  WS-TE-LOCATION           PIC X(20).
001510         10  WS-TE-AREA               PIC X(08).
001520         10  WS-TE-SERVICE            PIC X(03).
001530         10  WS-TE-SERVICE-DATE       PIC 9(08).
001540         10  WS-TE-ROUNDS             PIC 9(07) COMP.
001550         10  WS-TE-CSEC               PIC 9(09) COMP.
001560         10  WS-TE-HOUR OCCURS 24 TIMES.
001570             15  WS-TE-HR-ROUNDS      PIC 9(05) COMP.
001580             15  WS-TE-HR-CSEC        PIC 9(09) COMP.
001590
001600 01  WS-FLOOR-TABLE.
001610     05  WS-FLOOR-HOUR OCCURS 24 TIMES.
001620         10  WS-FH-ROUNDS             PIC 9(07) COMP.
001630         10  WS-FH-CSEC               PIC 9(09) COMP.
001640         10  WS-FH-TERMINALS          PIC 9(03) COMP.
001650
001660 01  WS-MASTER-COUNT                  PIC 9(05) VALUE 0.
001670 01  WS-IN-SERVICE-COUNT              PIC 9(05) VALUE 0.
001680 01  WS-UNKNOWN-COUNT                 PIC 9(05) VALUE 0.
001690 01  WS-IDLE-COUNT                    PIC 9(05) VALUE 0.
001700 01  WS-OUT-COUNT                     PIC 9(05) VALUE 0.
001710 01  WS-TOTAL-ROUNDS                  PIC 9(07) VALUE 0.
001720 01  WS-TOTAL-CSEC                    PIC 9(09) VALUE 0.
001730 01  WS-MINUTES                       PIC 9(07).
001740
001750 01  WS-PARM-TOKENS.
001760     05  WS-PARM-TOKEN-1                  PIC X(20).
001770     05  WS-PARM-TOKEN-2                  PIC X(20).
001780     05  WS-PARM-TOKEN-3                  PIC X(20).
001790     05  WS-PARM-TOKEN-4                  PIC X(20).
001800     05  WS-PARM-TOKEN-5                  PIC X(20).
001810 01  WS-PARM-TOKEN-TBL REDEFINES WS-PARM-TOKENS.
001820     05  WS-PARM-TOKEN                    PIC X(20)
001830                                           OCCURS 5 TIMES.
001840 01  WS-TOKEN-SUB                     PIC 9(01) COMP.
001850 01  WS-PARM-ONE-TOKEN                PIC X(20).
001860 01  WS-PARM-KEY                      PIC X(10).
001870 01  WS-PARM-VALUE                    PIC X(10).
001880
001890 01  WS-HDR-1.
001900     05  FILLER                       PIC X(34)
001910         VALUE "GUESS TERMINAL UTILIZATION - FROM ".
001920     05  WS-HDR-FROM                  PIC 9(08).
001930     05  FILLER                       PIC X(04) VALUE " TO ".
001940     05  WS-HDR-TO                    PIC 9(08).
001950     05  FILLER                       PIC X(26) VALUE SPACES.
001960
001970 01  WS-HDR-2.
001980     05  FILLER                       PIC X(10)
001990         VALUE "TERMINAL  ".
002000     05  FILLER                       PIC X(22)
002010         VALUE "FLOOR LOCATION        ".
002020     05  FILLER                       PIC X(10)
002030         VALUE "AREA      ".
002040     05  FILLER                       PIC X(05)
002050         VALUE "SVC  ".
002060     05  FILLER                       PIC X(14)
002070         VALUE " ROUNDS    MIN".
002080     05  FILLER                       PIC X(19) VALUE SPACES.
002090
002100 01  WS-TERM-LINE.
002110     05  WS-TL-TERMINAL               PIC X(08).
002120     05  FILLER                       PIC X(02) VALUE SPACES.
002130     05  WS-TL-LOCATION               PIC X(20).
002140     05  FILLER                       PIC X(02) VALUE SPACES.
002150     05  WS-TL-AREA                   PIC X(08).
002160     05  FILLER                       PIC X(02) VALUE SPACES.
002170     05  WS-TL-SERVICE                PIC X(03).
002180     05  FILLER                       PIC X(02) VALUE SPACES.
002190     05  WS-TL-ROUNDS                 PIC ZZZZZZ9.
002200     05  FILLER                       PIC X(01) VALUE SPACES.
002210     05  WS-TL-MINUTES                PIC ZZZZZ9.
002220     05  FILLER                       PIC X(19) VALUE SPACES.
002230
002240 01  WS-HOUR-LINE.
002250     05  FILLER                       PIC X(12) VALUE SPACES.
002260     05  FILLER                       PIC X(05) VALUE "HOUR ".
002270     05  WS-HL-HOUR                   PIC 9(02).
002280     05  FILLER                       PIC X(03) VALUE ":00".
002290     05  FILLER                       PIC X(25) VALUE SPACES.
002300     05  WS-HL-ROUNDS                 PIC ZZZZZZ9.
002310     05  FILLER                       PIC X(01) VALUE SPACES.
002320     05  WS-HL-MINUTES                PIC ZZZZZ9.
002330     05  FILLER                       PIC X(19) VALUE SPACES.
002340
002350 01  WS-FLOOR-HDR.
002360     05  FILLER                       PIC X(40)
002370         VALUE "FLOOR BY HOUR OF DAY    ROUNDS  MINUTES ".
002380     05  FILLER                       PIC X(40)
002390         VALUE " TERMINALS USED".
002400
002410 01  WS-FLOOR-LINE.
002420     05  FILLER                       PIC X(05) VALUE "HOUR ".
002430     05  WS-FL-HOUR                   PIC 9(02).
002440     05  FILLER                       PIC X(03) VALUE ":00".
002450     05  FILLER                       PIC X(13) VALUE SPACES.
002460     05  WS-FL-ROUNDS                 PIC ZZZZZZ9.
002470     05  FILLER                       PIC X(02) VALUE SPACES.
002480     05  WS-FL-MINUTES                PIC ZZZZZZ9.
002490     05  FILLER                       PIC X(13) VALUE SPACES.
002500     05  WS-FL-TERMINALS              PIC ZZ9.
002510     05  FILLER                       PIC X(25) VALUE SPACES.
002520
002530 01  WS-IDLE-LINE.
002540     05  WS-IL-TERMINAL               PIC X(08).
002550     05  FILLER                       PIC X(02) VALUE SPACES.
002560     05  WS-IL-LOCATION               PIC X(20).
002570     05  FILLER                       PIC X(02) VALUE SPACES.
002580     05  WS-IL-AREA                   PIC X(08).
002590     05  FILLER                       PIC X(02) VALUE SPACES.
002600     05  WS-IL-TEXT                   PIC X(22).
002610     05  WS-IL-DATE                   PIC X(08).
002620     05  FILLER                       PIC X(08) VALUE SPACES.
002630
002640 01  WS-TOTAL-LINE-1.
002650     05  FILLER                       PIC X(19)
002660         VALUE "TERMINALS ON FILE  ".
002670     05  WS-TOT-MASTER                PIC ZZZZ9.
002680     05  FILLER                       PIC X(14)
002690         VALUE "  IN SERVICE  ".
002700     05  WS-TOT-IN-SERVICE            PIC ZZZZ9.
002710     05  FILLER                       PIC X(08)
002720         VALUE "  IDLE  ".
002730     05  WS-TOT-IDLE                  PIC ZZZZ9.
002740     05  FILLER                       PIC X(24) VALUE SPACES.
002750
002760 01  WS-TOTAL-LINE-2.
002770     05  FILLER                       PIC X(19)
002780         VALUE "ROUNDS PLAYED      ".
002790     05  WS-TOT-ROUNDS                PIC ZZZZZZ9.
002800     05  FILLER                       PIC X(14)
002810         VALUE "  MINUTES     ".
002820     05  WS-TOT-MINUTES               PIC ZZZZZZ9.
002830     05  FILLER                       PIC X(19)
002840         VALUE "  NOT ON MASTER    ".
002850     05  WS-TOT-UNKNOWN               PIC ZZZZ9.
002860     05  FILLER                       PIC X(09) VALUE SPACES.
002870
002880 LINKAGE SECTION.
002890 01  LK-PARM-LENGTH                   PIC S9(04) COMP.
002900 01  LK-PARM-TEXT                     PIC X(80).
002910
002920 PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-TEXT.
002930*****************************************************
002940*  0000-MAINLINE.
002950*****************************************************
002960 0000-MAINLINE.
002970     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002980     PERFORM 1200-LOAD-TERMINALS THRU 1200-EXIT
002990     PERFORM 2000-COUNT-ROUNDS THRU 2000-EXIT
003000     PERFORM 3000-TIME-ROUNDS THRU 3000-EXIT
003010     PERFORM 4000-PRINT-TERMINALS THRU 4000-EXIT
003020     PERFORM 5000-PRINT-FLOOR-HOURS THRU 5000-EXIT
003030     PERFORM 6000-PRINT-IDLE THRU 6000-EXIT
003040     PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT
003050     PERFORM 9000-TERMINATE THRU 9000-EXIT
003060     STOP RUN.
003070
003080*****************************************************
003090*  1000-INITIALIZE - PARSE THE PARM, DEFAULT THE
003100*  DATE RANGE TO TODAY AND OPEN THE REPORT.
003110*****************************************************
003120 1000-INITIALIZE.
003130     PERFORM 8500-OPEN-RUNCTL THRU 8500-EXIT
003140     ACCEPT WS-TODAY FROM DATE YYYYMMDD
003150     IF LK-PARM-LENGTH > 0
003160         PERFORM 1110-PARSE-PARM-STRING THRU 1110-EXIT
003170     END-IF
003180     IF WS-FROM-DATE = 0
003190         MOVE WS-TODAY TO WS-FROM-DATE
003200     END-IF
003210     IF WS-TO-DATE = 0
003220         MOVE WS-FROM-DATE TO WS-TO-DATE
003230     END-IF
003240     INITIALIZE WS-FLOOR-TABLE
003250     OPEN OUTPUT TUR-FILE
003260     MOVE WS-FROM-DATE TO WS-HDR-FROM
003270     MOVE WS-TO-DATE TO WS-HDR-TO
003280     WRITE TUR-LINE FROM WS-HDR-1
003290     MOVE SPACES TO TUR-LINE
003300     WRITE TUR-LINE
003310     WRITE TUR-LINE FROM WS-HDR-2.
003320 1000-EXIT.
003330     EXIT.
003340
003350 1110-PARSE-PARM-STRING.
003360     UNSTRING LK-PARM-TEXT (1:LK-PARM-LENGTH) DELIMITED BY ","
003370         INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
003380              WS-PARM-TOKEN-3 WS-PARM-TOKEN-4
003390              WS-PARM-TOKEN-5
003400     PERFORM 1111-APPLY-TOKEN THRU 1111-EXIT
003410         VARYING WS-TOKEN-SUB FROM 1 BY 1
003420         UNTIL WS-TOKEN-SUB > 5.
003430 1110-EXIT.
003440     EXIT.
003450
003460 1111-APPLY-TOKEN.
003470     MOVE WS-PARM-TOKEN (WS-TOKEN-SUB) TO WS-PARM-ONE-TOKEN
003480     UNSTRING WS-PARM-ONE-TOKEN DELIMITED BY "="
003490         INTO WS-PARM-KEY WS-PARM-VALUE
003500     EVALUATE WS-PARM-KEY
003510         WHEN "FROM"
003520             MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
003530                 TO WS-FROM-DATE
003540         WHEN "TO"
003550             MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
003560                 TO WS-TO-DATE
003570         WHEN OTHER
003580             CONTINUE
003590     END-EVALUATE.
003600 1111-EXIT.
003610     EXIT.
003620
003630*****************************************************
003640*  1200-LOAD-TERMINALS - EVERY TERMINAL ON THE MASTER
003650*  GOES INTO THE TABLE IN ID ORDER, SO A TERMINAL
003660*  THAT NEVER SHOWS UP IN THE HISTORY IS STILL THERE
003670*  TO BE REPORTED IDLE.
003680*****************************************************
003690 1200-LOAD-TERMINALS.
003700     OPEN INPUT TERMMST-FILE
003710     IF WS-TERMMST-STATUS NOT = "00"
003720         IF WS-TERMMST-STATUS NOT = "35"
003730             DISPLAY "GUESSTUR - TERMMST OPEN FAILED, STATUS "
003740                 WS-TERMMST-STATUS
003750             MOVE 8 TO WS-RC-COMPLETION
003760         END-IF
003770         GO TO 1200-EXIT
003780     END-IF
003790     PERFORM 1210-LOAD-ONE-TERMINAL THRU 1210-EXIT
003800         UNTIL WS-TERM-EOF
003810     CLOSE TERMMST-FILE.
003820 1200-EXIT.
003830     EXIT.
003840
003850 1210-LOAD-ONE-TERMINAL.
003860     READ TERMMST-FILE NEXT RECORD
003870         AT END
003880             SET WS-TERM-EOF TO TRUE
003890     END-READ
003900     IF WS-TERM-EOF
003910         GO TO 1210-EXIT
003920     END-IF
003930     ADD 1 TO WS-TRM-READ-COUNT
003940     MOVE TR-TERMINAL-ID TO WS-LOOK-TERMINAL
003950     PERFORM 2400-FIND-TERMINAL THRU 2400-EXIT
003960     IF WS-FOUND-SUB = 0
003970         GO TO 1210-EXIT
003980     END-IF
003990     ADD 1 TO WS-MASTER-COUNT
004000     SUBTRACT 1 FROM WS-UNKNOWN-COUNT
004010     MOVE TR-FLOOR-LOCATION TO WS-TE-LOCATION (WS-FOUND-SUB)
004020     MOVE TR-AREA TO WS-TE-AREA (WS-FOUND-SUB)
004030     MOVE TR-SERVICE-DATE TO WS-TE-SERVICE-DATE (WS-FOUND-SUB)
004040     IF TR-OUT-OF-SERVICE
004050         MOVE "OUT" TO WS-TE-SERVICE (WS-FOUND-SUB)
004060     ELSE
004070         MOVE "IN " TO WS-TE-SERVICE (WS-FOUND-SUB)
004080         ADD 1 TO WS-IN-SERVICE-COUNT
004090     END-IF.
004100 1210-EXIT.
004110     EXIT.
004120
004130*****************************************************
004140*  2000-COUNT-ROUNDS - ONE PASS OF SCOREHST.  EVERY
004150*  ROUND IN THE DATE RANGE COUNTS TO ITS TERMINAL IN
004160*  THE HOUR IT STARTED.
004170*****************************************************
004180 2000-COUNT-ROUNDS.
004190     OPEN INPUT SCOREHST-FILE
004200     IF WS-SCOREHST-STATUS NOT = "00"
004210         IF WS-SCOREHST-STATUS NOT = "35"
004220             DISPLAY "GUESSTUR - SCOREHST OPEN FAILED, STATUS "
004230                 WS-SCOREHST-STATUS
004240             MOVE 8 TO WS-RC-COMPLETION
004250         END-IF
004260         GO TO 2000-EXIT
004270     END-IF
004280     PERFORM 2100-COUNT-ONE-ROUND THRU 2100-EXIT
004290         UNTIL WS-HIST-EOF
004300     CLOSE SCOREHST-FILE.
004310 2000-EXIT.
004320     EXIT.
004330
004340 2100-COUNT-ONE-ROUND.
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
004510     MOVE SH-SESSION-TIME TO WS-TS-SPLIT
004520     IF WS-TS-SPLIT NOT NUMERIC
004530         OR WS-TS-HH > 23
004540         GO TO 2100-EXIT
004550     END-IF
004560     MOVE SH-TERMINAL-ID TO WS-LOOK-TERMINAL
004570     PERFORM 2400-FIND-TERMINAL THRU 2400-EXIT
004580     IF WS-FOUND-SUB = 0
004590         GO TO 2100-EXIT
004600     END-IF
004610     COMPUTE WS-HOUR-SUB = WS-TS-HH + 1
004620     ADD 1 TO WS-TE-ROUNDS (WS-FOUND-SUB)
004630     ADD 1 TO WS-TE-HR-ROUNDS (WS-FOUND-SUB, WS-HOUR-SUB)
004640     ADD 1 TO WS-FH-ROUNDS (WS-HOUR-SUB)
004650     ADD 1 TO WS-TOTAL-ROUNDS.
004660 2100-EXIT.
004670     EXIT.
004680
004690*****************************************************
004700*  2400-FIND-TERMINAL - FIND THE TERMINAL IN THE
004710*  TABLE OR CLAIM A FRESH SLOT.  A TERMINAL CLAIMED
004720*  HERE IS MARKED NOT ON THE MASTER UNTIL THE MASTER
004730*  LOAD FILLS IT IN.  WS-FOUND-SUB = 0 MEANS THE
004740*  TABLE IS FULL (MORE THAN 200 TERMINALS).
004750*****************************************************
004760 2400-FIND-TERMINAL.
004770     MOVE 0 TO WS-FOUND-SUB
004780     PERFORM 2410-CHECK-ONE-ENTRY THRU 2410-EXIT
004790         VARYING WS-TERM-SUB FROM 1 BY 1
004800         UNTIL WS-TERM-SUB > WS-TERM-COUNT
004810             OR WS-FOUND-SUB > 0
004820     IF WS-FOUND-SUB > 0
004830         GO TO 2400-EXIT
004840     END-IF
004850     IF WS-TERM-COUNT NOT < WS-TERM-MAX
004860         IF NOT WS-TABLE-FULL
004870             SET WS-TABLE-FULL TO TRUE
004880             DISPLAY "GUESSTUR - MORE THAN 200 TERMINALS, "
004890                 "EXTRA TERMINALS NOT REPORTED"
004900             MOVE 4 TO WS-RC-COMPLETION
004910         END-IF
004920         GO TO 2400-EXIT
004930     END-IF
004940     ADD 1 TO WS-TERM-COUNT
004950     MOVE WS-TERM-COUNT TO WS-FOUND-SUB
004960     INITIALIZE WS-TERM-ENTRY (WS-FOUND-SUB)
004970     MOVE WS-LOOK-TERMINAL TO WS-TE-TERMINAL-ID (WS-FOUND-SUB)
004980     MOVE "*** NOT ON MASTER ***"
004990         TO WS-TE-LOCATION (WS-FOUND-SUB)
005000     MOVE "UNK" TO WS-TE-SERVICE (WS-FOUND-SUB)
005010     ADD 1 TO WS-UNKNOWN-COUNT.
005020 2400-EXIT.
005030     EXIT.
005040
005050 2410-CHECK-ONE-ENTRY.
005060     IF WS-TE-TERMINAL-ID (WS-TERM-SUB) = WS-LOOK-TERMINAL
005070         MOVE WS-TERM-SUB TO WS-FOUND-SUB
005080     END-IF.
005090 2410-EXIT.
005100     EXIT.
005110
005120*****************************************************
005130*  3000-TIME-ROUNDS - ONE PASS OF THE AUDIT TRAIL IN
005140*  KEY ORDER.  EVERY GUESS FOR A ROUND COMES BACK
005150*  TOGETHER, SO THE ROUND IS TIMED AT THE KEY BREAK:
005160*  FROM THE SESSION START TIME TO THE TIMESTAMP ON
005170*  ITS LAST GUESS.
005180*****************************************************
005190 3000-TIME-ROUNDS.
005200     OPEN INPUT AUDIT-FILE
005210     IF WS-AUDIT-STATUS NOT = "00"
005220         IF WS-AUDIT-STATUS NOT = "35"
005230             DISPLAY "GUESSTUR - AUDIT OPEN FAILED, STATUS "
005240                 WS-AUDIT-STATUS
005250             MOVE 8 TO WS-RC-COMPLETION
005260         END-IF
005270         GO TO 3000-EXIT
005280     END-IF
005290     PERFORM 3100-READ-ONE-GUESS THRU 3100-EXIT
005300         UNTIL WS-AUDIT-EOF
005310     IF WS-IN-SESSION
005320         PERFORM 3300-TIME-SESSION THRU 3300-EXIT
005330     END-IF
005340     CLOSE AUDIT-FILE.
005350 3000-EXIT.
005360     EXIT.
005370
005380 3100-READ-ONE-GUESS.
005390     READ AUDIT-FILE NEXT RECORD
005400         AT END
005410             SET WS-AUDIT-EOF TO TRUE
005420     END-READ
005430     IF WS-AUDIT-EOF
005440         GO TO 3100-EXIT
005450     END-IF
005460     ADD 1 TO WS-AUD-READ-COUNT
005470     IF AU-SESSION-DATE < WS-FROM-DATE
005480         OR AU-SESSION-DATE > WS-TO-DATE
005490         GO TO 3100-EXIT
005500     END-IF
005510     IF NOT WS-IN-SESSION
005520         OR AU-OPERATOR-ID NOT = WS-CUR-OPERATOR
005530         OR AU-SESSION-DATE NOT = WS-CUR-DATE
005540         OR AU-SESSION-TIME NOT = WS-CUR-TIME
005550         OR AU-TERMINAL-ID NOT = WS-CUR-TERMINAL
005560         IF WS-IN-SESSION
005570             PERFORM 3300-TIME-SESSION THRU 3300-EXIT
005580         END-IF
005590         SET WS-IN-SESSION TO TRUE
005600         MOVE AU-OPERATOR-ID TO WS-CUR-OPERATOR
005610         MOVE AU-SESSION-DATE TO WS-CUR-DATE
005620         MOVE AU-SESSION-TIME TO WS-CUR-TIME
005630         MOVE AU-TERMINAL-ID TO WS-CUR-TERMINAL
005640     END-IF
005650     MOVE AU-TIMESTAMP TO WS-TS-SPLIT
005660     COMPUTE WS-SES-LAST-CSEC =
005670         WS-TS-HH * 360000 + WS-TS-MM * 6000
005680         + WS-TS-SS * 100 + WS-TS-CC.
005690 3100-EXIT.
005700     EXIT.
005710
005720*****************************************************
005730*  3300-TIME-SESSION - THE ROUND IS COMPLETE ON THE
005740*  KEY BREAK.  A LAST GUESS CLOCKED EARLIER THAN THE
005750*  START RAN PAST MIDNIGHT, SO IT TAKES A DAY ON.
005760*  THE ELAPSED TIME IS THEN SPLIT ACROSS THE HOURS
005770*  THE ROUND RAN IN.
005780*****************************************************
005790 3300-TIME-SESSION.
005800     MOVE WS-CUR-TIME TO WS-TS-SPLIT
005810     COMPUTE WS-SPLIT-START =
005820         WS-TS-HH * 360000 + WS-TS-MM * 6000
005830         + WS-TS-SS * 100 + WS-TS-CC
005840     MOVE WS-SES-LAST-CSEC TO WS-SPLIT-END
005850     IF WS-SPLIT-END < WS-SPLIT-START
005860         ADD 8640000 TO WS-SPLIT-END
005870     END-IF
005880     MOVE WS-CUR-TERMINAL TO WS-LOOK-TERMINAL
005890     PERFORM 2400-FIND-TERMINAL THRU 2400-EXIT
005900     IF WS-FOUND-SUB = 0
005910         GO TO 3300-EXIT
005920     END-IF
005930     PERFORM 3400-SPLIT-ONE-SLICE THRU 3400-EXIT
005940         UNTIL WS-SPLIT-START NOT < WS-SPLIT-END.
005950 3300-EXIT.
005960     EXIT.
005970
005980*****************************************************
005990*  3400-SPLIT-ONE-SLICE - THE PART OF THE ROUND THAT
006000*  FALLS IN THE HOUR IT IS CURRENTLY IN, UP TO THE
006010*  TOP OF THE NEXT HOUR OR THE END OF THE ROUND.
006020*****************************************************
006030 3400-SPLIT-ONE-SLICE.
006040     COMPUTE WS-SLICE-HOUR = WS-SPLIT-START / 360000
006050     COMPUTE WS-SLICE-END = (WS-SLICE-HOUR + 1) * 360000
006060     IF WS-SLICE-END > WS-SPLIT-END
006070         MOVE WS-SPLIT-END TO WS-SLICE-END
006080     END-IF
006090     COMPUTE WS-SLICE-CSEC = WS-SLICE-END - WS-SPLIT-START
006100     IF WS-SLICE-HOUR > 23
006110         SUBTRACT 24 FROM WS-SLICE-HOUR
006120     END-IF
006130     COMPUTE WS-HOUR-SUB = WS-SLICE-HOUR + 1
006140     ADD WS-SLICE-CSEC TO WS-TE-CSEC (WS-FOUND-SUB)
006150     ADD WS-SLICE-CSEC
006160         TO WS-TE-HR-CSEC (WS-FOUND-SUB, WS-HOUR-SUB)
006170     ADD WS-SLICE-CSEC TO WS-FH-CSEC (WS-HOUR-SUB)
006180     ADD WS-SLICE-CSEC TO WS-TOTAL-CSEC
006190     MOVE WS-SLICE-END TO WS-SPLIT-START.
006200 3400-EXIT.
006210     EXIT.
006220
006230*****************************************************
006240*  4000-PRINT-TERMINALS - ONE LINE PER TERMINAL WITH
006250*  ITS TOTALS, THEN ONE LINE FOR EACH HOUR OF THE DAY
006260*  IT SAW ANY PLAY.
006270*****************************************************
006280 4000-PRINT-TERMINALS.
006290     PERFORM 4100-PRINT-ONE-TERMINAL THRU 4100-EXIT
006300         VARYING WS-TERM-SUB FROM 1 BY 1
006310         UNTIL WS-TERM-SUB > WS-TERM-COUNT.
006320 4000-EXIT.
006330     EXIT.
006340
006350 4100-PRINT-ONE-TERMINAL.
006360     MOVE WS-TE-TERMINAL-ID (WS-TERM-SUB) TO WS-TL-TERMINAL
006370     MOVE WS-TE-LOCATION (WS-TERM-SUB) TO WS-TL-LOCATION
006380     MOVE WS-TE-AREA (WS-TERM-SUB) TO WS-TL-AREA
006390     MOVE WS-TE-SERVICE (WS-TERM-SUB) TO WS-TL-SERVICE
006400     MOVE WS-TE-ROUNDS (WS-TERM-SUB) TO WS-TL-ROUNDS
006410     COMPUTE WS-MINUTES ROUNDED =
006420         WS-TE-CSEC (WS-TERM-SUB) / 6000
006430     MOVE WS-MINUTES TO WS-TL-MINUTES
006440     WRITE TUR-LINE FROM WS-TERM-LINE
006450     ADD 1 TO WS-LINE-COUNT
006460     PERFORM 4110-PRINT-ONE-HOUR THRU 4110-EXIT
006470         VARYING WS-HOUR-SUB FROM 1 BY 1
006480         UNTIL WS-HOUR-SUB > 24.
006490 4100-EXIT.
006500     EXIT.
006510
006520 4110-PRINT-ONE-HOUR.
006530     IF WS-TE-HR-ROUNDS (WS-TERM-SUB, WS-HOUR-SUB) = 0
006540         AND WS-TE-HR-CSEC (WS-TERM-SUB, WS-HOUR-SUB) = 0
006550         GO TO 4110-EXIT
006560     END-IF
006570     ADD 1 TO WS-FH-TERMINALS (WS-HOUR-SUB)
006580     COMPUTE WS-HL-HOUR = WS-HOUR-SUB - 1
006590     MOVE WS-TE-HR-ROUNDS (WS-TERM-SUB, WS-HOUR-SUB)
006600         TO WS-HL-ROUNDS
006610     COMPUTE WS-MINUTES ROUNDED =
006620         WS-TE-HR-CSEC (WS-TERM-SUB, WS-HOUR-SUB) / 6000
006630     MOVE WS-MINUTES TO WS-HL-MINUTES
006640     WRITE TUR-LINE FROM WS-HOUR-LINE
006650     ADD 1 TO WS-LINE-COUNT.
006660 4110-EXIT.
006670     EXIT.
006680
006690*****************************************************
006700*  5000-PRINT-FLOOR-HOURS - THE WHOLE FLOOR BY HOUR
006710*  OF DAY, ALL 24 HOURS, SO THE QUIET ONES SHOW TOO.
006720*****************************************************
006730 5000-PRINT-FLOOR-HOURS.
006740     MOVE SPACES TO TUR-LINE
006750     WRITE TUR-LINE
006760     WRITE TUR-LINE FROM WS-FLOOR-HDR
006770     PERFORM 5100-PRINT-ONE-FLOOR-HOUR THRU 5100-EXIT
006780         VARYING WS-HOUR-SUB FROM 1 BY 1
006790         UNTIL WS-HOUR-SUB > 24.
006800 5000-EXIT.
006810     EXIT.
006820
006830 5100-PRINT-ONE-FLOOR-HOUR.
006840     COMPUTE WS-FL-HOUR = WS-HOUR-SUB - 1
006850     MOVE WS-FH-ROUNDS (WS-HOUR-SUB) TO WS-FL-ROUNDS
006860     COMPUTE WS-MINUTES ROUNDED =
006870         WS-FH-CSEC (WS-HOUR-SUB) / 6000
006880     MOVE WS-MINUTES TO WS-FL-MINUTES
006890     MOVE WS-FH-TERMINALS (WS-HOUR-SUB) TO WS-FL-TERMINALS
006900     WRITE TUR-LINE FROM WS-FLOOR-LINE
006910     ADD 1 TO WS-LINE-COUNT.
006920 5100-EXIT.
006930     EXIT.
006940
006950*****************************************************
006960*  6000-PRINT-IDLE - IN-SERVICE TERMINALS ON THE
006970*  MASTER THAT SAW NO PLAY AT ALL IN THE RANGE, THEN
006980*  THE TERMINALS OUT OF SERVICE, WITH THE DATE THEY
006990*  WENT OUT.
007000*****************************************************
007010 6000-PRINT-IDLE.
007020     MOVE SPACES TO TUR-LINE
007030     WRITE TUR-LINE
007040     MOVE "IDLE IN-SERVICE TERMINALS" TO TUR-LINE
007050     WRITE TUR-LINE
007060     PERFORM 6100-CHECK-ONE-IDLE THRU 6100-EXIT
007070         VARYING WS-TERM-SUB FROM 1 BY 1
007080         UNTIL WS-TERM-SUB > WS-TERM-COUNT
007090     IF WS-IDLE-COUNT = 0
007100         MOVE "  NONE - EVERY IN-SERVICE TERMINAL SAW PLAY"
007110             TO TUR-LINE
007120         WRITE TUR-LINE
007130     END-IF
007140     IF WS-OUT-COUNT > 0
007150         MOVE SPACES TO TUR-LINE
007160         WRITE TUR-LINE
007170         MOVE "TERMINALS OUT OF SERVICE" TO TUR-LINE
007180         WRITE TUR-LINE
007190         PERFORM 6200-PRINT-ONE-OUT THRU 6200-EXIT
007200             VARYING WS-TERM-SUB FROM 1 BY 1
007210             UNTIL WS-TERM-SUB > WS-TERM-COUNT
007220     END-IF.
007230 6000-EXIT.
007240     EXIT.
007250
007260 6100-CHECK-ONE-IDLE.
007270     IF WS-TE-SERVICE (WS-TERM-SUB) = "OUT"
007280         ADD 1 TO WS-OUT-COUNT
007290         GO TO 6100-EXIT
007300     END-IF
007310     IF WS-TE-SERVICE (WS-TERM-SUB) NOT = "IN "
007320         OR WS-TE-ROUNDS (WS-TERM-SUB) > 0
007330         OR WS-TE-CSEC (WS-TERM-SUB) > 0
007340         GO TO 6100-EXIT
007350     END-IF
007360     ADD 1 TO WS-IDLE-COUNT
007370     MOVE WS-TE-TERMINAL-ID (WS-TERM-SUB) TO WS-IL-TERMINAL
007380     MOVE WS-TE-LOCATION (WS-TERM-SUB) TO WS-IL-LOCATION
007390     MOVE WS-TE-AREA (WS-TERM-SUB) TO WS-IL-AREA
007400     MOVE "NO ROUNDS IN RANGE" TO WS-IL-TEXT
007410     MOVE SPACES TO WS-IL-DATE
007420     WRITE TUR-LINE FROM WS-IDLE-LINE
007430     ADD 1 TO WS-LINE-COUNT.
007440 6100-EXIT.
007450     EXIT.
007460
007470 6200-PRINT-ONE-OUT.
007480     IF WS-TE-SERVICE (WS-TERM-SUB) NOT = "OUT"
007490         GO TO 6200-EXIT
007500     END-IF
007510     MOVE WS-TE-TERMINAL-ID (WS-TERM-SUB) TO WS-IL-TERMINAL
007520     MOVE WS-TE-LOCATION (WS-TERM-SUB) TO WS-IL-LOCATION
007530     MOVE WS-TE-AREA (WS-TERM-SUB) TO WS-IL-AREA
007540     MOVE "OUT OF SERVICE SINCE " TO WS-IL-TEXT
007550     MOVE WS-TE-SERVICE-DATE (WS-TERM-SUB) TO WS-IL-DATE
007560     WRITE TUR-LINE FROM WS-IDLE-LINE
007570     ADD 1 TO WS-LINE-COUNT.
007580 6200-EXIT.
007590     EXIT.
007600
007610*****************************************************
007620*  7000-WRITE-TOTALS - THE FLOOR IN NUMBERS.  A
007630*  TERMINAL NOT ON THE MASTER IS ONE THAT PLAYED
007640*  ROUNDS BUT HAS NO TERMMST RECORD - IT WANTS ADDING
007650*  IN GUESSTRM.
007660*****************************************************
007670 7000-WRITE-TOTALS.
007680     MOVE SPACES TO TUR-LINE
007690     WRITE TUR-LINE
007700     MOVE WS-MASTER-COUNT TO WS-TOT-MASTER
007710     MOVE WS-IN-SERVICE-COUNT TO WS-TOT-IN-SERVICE
007720     MOVE WS-IDLE-COUNT TO WS-TOT-IDLE
007730     WRITE TUR-LINE FROM WS-TOTAL-LINE-1
007740     MOVE WS-TOTAL-ROUNDS TO WS-TOT-ROUNDS
007750     COMPUTE WS-MINUTES ROUNDED = WS-TOTAL-CSEC / 6000
007760     MOVE WS-MINUTES TO WS-TOT-MINUTES
007770     MOVE WS-UNKNOWN-COUNT TO WS-TOT-UNKNOWN
007780     WRITE TUR-LINE FROM WS-TOTAL-LINE-2.
007790 7000-EXIT.
007800     EXIT.
007810
007820*****************************************************
007830*  8500-OPEN-RUNCTL - START THE RUN-CONTROL RECORD
007840*  FOR THIS RUN.  9999 MARKS A RUN STILL IN FLIGHT.
007850*****************************************************
007860 8500-OPEN-RUNCTL.
007870     OPEN I-O RUNCTL-FILE
007880     IF WS-RUNCTL-STATUS = "35"
007890         OPEN OUTPUT RUNCTL-FILE
007900         CLOSE RUNCTL-FILE
007910         OPEN I-O RUNCTL-FILE
007920     END-IF
007930     IF WS-RUNCTL-STATUS NOT = "00"
007940         DISPLAY "GUESSTUR - RUN CONTROL NOT AVAILABLE"
007950         GO TO 8500-EXIT
007960     END-IF
007970     SET WS-RUNCTL-AVAIL TO TRUE
007980     MOVE "GUESSTUR" TO RC-PROGRAM-ID
007990     ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD
008000     ACCEPT RC-RUN-TIME FROM TIME
008010     MOVE 0 TO RC-END-DATE
008020     MOVE 0 TO RC-END-TIME
008030     PERFORM 8510-INIT-ONE-SLOT THRU 8510-EXIT
008040         VARYING WS-RC-SLOT FROM 1 BY 1
008050         UNTIL WS-RC-SLOT > 4
008060     MOVE 9999 TO RC-COMPLETION-CODE
008070     WRITE RC-RUNCTL-RECORD
008080         INVALID KEY
008090             CONTINUE
008100     END-WRITE.
008110 8500-EXIT.
008120     EXIT.
008130
008140 8510-INIT-ONE-SLOT.
008150     MOVE SPACES TO RC-FILE-DD (WS-RC-SLOT)
008160     MOVE 0 TO RC-READ-COUNT (WS-RC-SLOT)
008170     MOVE 0 TO RC-WRITE-COUNT (WS-RC-SLOT).
008180 8510-EXIT.
008190     EXIT.
008200
008210*****************************************************
008220*  8600-FINISH-RUNCTL - CLOSE OUT THE RUN-CONTROL
008230*  RECORD AND PASS THE COMPLETION CODE BACK TO JES.
008240*****************************************************
008250 8600-FINISH-RUNCTL.
008260     IF WS-RUNCTL-AVAIL
008270         ACCEPT RC-END-DATE FROM DATE YYYYMMDD
008280         ACCEPT RC-END-TIME FROM TIME
008290         MOVE "TERMMST " TO RC-FILE-DD (1)
008300         MOVE WS-TRM-READ-COUNT TO RC-READ-COUNT (1)
008310         MOVE "SCOREHST" TO RC-FILE-DD (2)
008320         MOVE WS-HST-READ-COUNT TO RC-READ-COUNT (2)
008330         MOVE "AUDIT   " TO RC-FILE-DD (3)
008340         MOVE WS-AUD-READ-COUNT TO RC-READ-COUNT (3)
008350         MOVE "TUROUT  " TO RC-FILE-DD (4)
008360         MOVE WS-LINE-COUNT TO RC-WRITE-COUNT (4)
008370         MOVE WS-RC-COMPLETION TO RC-COMPLETION-CODE
008380         REWRITE RC-RUNCTL-RECORD
008390             INVALID KEY
008400                 CONTINUE
008410         END-REWRITE
008420         CLOSE RUNCTL-FILE
008430     END-IF
008440     MOVE WS-RC-COMPLETION TO RETURN-CODE.
008450 8600-EXIT.
008460     EXIT.
008470
008480*****************************************************
008490*  9000-TERMINATE - CLOSE UP SHOP.
008500*****************************************************
008510 9000-TERMINATE.
008520     CLOSE TUR-FILE
008530     PERFORM 8600-FINISH-RUNCTL THRU 8600-EXIT.
008540 9000-EXIT.
008550     EXIT.
