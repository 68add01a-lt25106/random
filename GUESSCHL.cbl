000010*****************************************************
000020*  IDENTIFICATION DIVISION.
000030*****************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. GUESSCHL.
000060 AUTHOR. D. LARKSPUR.
000070 INSTALLATION. FLOOR OPERATIONS - SHIFT SYSTEMS.
000080 DATE-WRITTEN. 10/15/2026.
000090 DATE-COMPILED.
000100*****************************************************
000110*  MODIFICATION HISTORY.
000120*  DATE        BY    DESCRIPTION
000130*  ----------  ----  ------------------------------
000140*  10/15/2026  DL    ORIGINAL VERSION - HEAD-TO-HEAD
000150*                    CHALLENGE MAINTENANCE.  THE SAME
000160*                    SHAPE AS GUESSOPM.  AN OPERATOR
000170*                    SIGNS ON AND ISSUES A CHALLENGE
000180*                    TO ANOTHER OPERATOR: THE RANGE,
000190*                    TRIES LIMIT AND ANSWER ARE LOCKED
000200*                    ON THE CHALLNG RECORD AT ISSUE SO
000210*                    BOTH SIDES PLAY THE SAME NUMBER.
000220*                    A CHALLENGE NEITHER SIDE HAS
000230*                    PLAYED MAY BE WITHDRAWN BY ITS
000240*                    ISSUER.  CHALLENGE IDS ARE HANDED
000250*                    OUT IN SEQUENCE OFF THE CONTROL
000260*                    RECORD.
000270*****************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000310 OBJECT-COMPUTER. IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CHALLNG-FILE ASSIGN TO "CHALLNG"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS CL-CHAL-ID
000380         FILE STATUS IS WS-CHALLNG-STATUS.
000390
000400     SELECT OPERMST-FILE ASSIGN TO "OPERMST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS OP-OPERATOR-ID
000440         FILE STATUS IS WS-OPERMST-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  CHALLNG-FILE
000490     LABEL RECORDS ARE STANDARD.
000500     COPY CHALR.
000510
000520 FD  OPERMST-FILE
000530     LABEL RECORDS ARE STANDARD.
000540     COPY OPERMR.
000550
000560 WORKING-STORAGE SECTION.
000570 01  WS-CHALLNG-STATUS                PIC X(02) VALUE SPACES.
000580 01  WS-OPERMST-STATUS                PIC X(02) VALUE SPACES.
000590 01  WS-OPERMST-AVAIL-SW              PIC X(01) VALUE "N".
000600     88  WS-OPERMST-AVAIL                 VALUE "Y".
000610 01  WS-CHALLNG-EOF-SW                PIC X(01) VALUE "N".
000620     88  WS-CHALLNG-EOF                   VALUE "Y".
000630
000640 01  WS-FUNCTION-CODE                 PIC X(01).
000650     88  WS-FUNC-ISSUE                    VALUE "I".
000660     88  WS-FUNC-WITHDRAW                 VALUE "W".
000670     88  WS-FUNC-SHOW                     VALUE "S".
000680     88  WS-FUNC-LIST                     VALUE "L".
000690     88  WS-FUNC-END                      VALUE "E".
000700
000710 01  WS-DONE-SW                       PIC X(01) VALUE "N".
000720     88  WS-DONE                          VALUE "Y".
000730 01  WS-FOUND-SW                      PIC X(01) VALUE "N".
000740     88  WS-FOUND                         VALUE "Y".
000750 01  WS-EDITS-OK-SW                   PIC X(01) VALUE "N".
000760     88  WS-EDITS-OK                      VALUE "Y".
000770
000780 01  WS-TODAY                         PIC 9(08).
000790 01  WS-TIME-NOW                      PIC 9(08).
000800 01  WS-DATE-INT                      PIC 9(07) COMP.
000810 01  WS-ISSUER-ID                     PIC X(08) VALUE SPACES.
000820 01  WS-WORK-OPPONENT-ID              PIC X(08).
000830 01  WS-WORK-CHAL-ID                  PIC X(06) JUSTIFIED RIGHT.
000840 01  WS-WORK-INPUT                    PIC X(05) JUSTIFIED RIGHT.
000850 01  WS-WORK-LOW                      PIC 9(05).
000860 01  WS-WORK-HIGH                     PIC 9(05).
000870 01  WS-WORK-MAX                      PIC 9(05).
000880 01  WS-WORK-DAYS                     PIC 9(05).
000890 01  WS-WORK-ANS                      PIC 9(05).
000900 01  WS-WORK-CONFIRM                  PIC X(01).
000910 01  WS-NEXT-ID                       PIC 9(06).
000920 01  WS-LIST-COUNT                    PIC 9(05) VALUE 0.
000930 01  WS-SIDE-SUB                      PIC 9(01) COMP.
000940 01  WS-OTHER-SUB                     PIC 9(01) COMP.
000950 01  WS-STATUS-TEXT                   PIC X(09).
000960 01  WS-PLAYED-TEXT                   PIC X(10).
000970
000980*    DEFAULT DAYS TO PLAY WHEN THE ISSUER TAKES THE
000990*    DEFAULT, AND THE MOST THAT MAY BE ASKED FOR.
001000 01  WS-DEFAULT-DAYS                  PIC 9(05) VALUE 7.
001010 01  WS-MAXIMUM-DAYS                  PIC 9(05) VALUE 30.
001020
001030 01  WS-RANGE-WIDTH                   PIC 9(05).
001040 01  WS-SEED-CONTRIB                  PIC 9(05) COMP.
001050 01  WS-SEED-SUB                      PIC 9(02) COMP.
001060 01  WS-SEED-SOURCE.
001070     05  WS-SEED-CHALLENGER               PIC X(08).
001080     05  WS-SEED-OPPONENT                 PIC X(08).
001090 01  WS-SEED-CHARS REDEFINES WS-SEED-SOURCE.
001100     05  WS-SEED-CHAR                     PIC X(01)
001110                                           OCCURS 16 TIMES.
001120
001130 PROCEDURE DIVISION.
001140*****************************************************
001150*  0000-MAINLINE.
001160*****************************************************
001170 0000-MAINLINE.
001180     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001190     PERFORM 2000-PROCESS-ONE-COMMAND THRU 2000-EXIT
001200         UNTIL WS-DONE
001210     PERFORM 9000-TERMINATE THRU 9000-EXIT
001220     STOP RUN.
001230
001240*****************************************************
001250*  1000-INITIALIZE - OPEN THE CHALLENGE FILE,
001260*  CREATING IT ON FIRST USE, AND THE OPERATOR MASTER
001270*  FOR THE ID CHECKS, THEN SIGN THE ISSUER ON.
001280*****************************************************
001290 1000-INITIALIZE.
001300     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001310     OPEN I-O CHALLNG-FILE
001320     IF WS-CHALLNG-STATUS = "35"
001330         OPEN OUTPUT CHALLNG-FILE
001340         CLOSE CHALLNG-FILE
001350         OPEN I-O CHALLNG-FILE
001360     END-IF
001370     IF WS-CHALLNG-STATUS NOT = "00"
001380         DISPLAY "GUESSCHL - CHALLNG OPEN FAILED, STATUS "
001390             WS-CHALLNG-STATUS
001400         MOVE 8 TO RETURN-CODE
001410         STOP RUN
001420     END-IF
001430     OPEN INPUT OPERMST-FILE
001440     IF WS-OPERMST-STATUS = "00"
001450         SET WS-OPERMST-AVAIL TO TRUE
001460     ELSE
001470         DISPLAY "Operator master not available - "
001480             "IDs will not be checked."
001490     END-IF
001500     PERFORM 1100-GET-ISSUER-ID THRU 1100-EXIT.
001510 1000-EXIT.
001520     EXIT.
001530
001540*****************************************************
001550*  1100-GET-ISSUER-ID - THE OPERATOR AT THE TERMINAL.
001560*  MUST BE ACTIVE ON THE OPERATOR MASTER WHEN THE
001570*  MASTER IS AVAILABLE.  A BLANK ENTRY ENDS THE RUN.
001580*****************************************************
001590 1100-GET-ISSUER-ID.
001600     DISPLAY "Your operator ID (blank = end): "
001610     ACCEPT WS-ISSUER-ID
001620     INSPECT WS-ISSUER-ID
001630         CONVERTING "abcdefghijklmnopqrstuvwxyz"
001640                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
001650     IF WS-ISSUER-ID = SPACES
001660         SET WS-DONE TO TRUE
001670         GO TO 1100-EXIT
001680     END-IF
001690     IF WS-OPERMST-AVAIL
001700         MOVE WS-ISSUER-ID TO OP-OPERATOR-ID
001710         READ OPERMST-FILE
001720             INVALID KEY
001730                 DISPLAY "Operator " WS-ISSUER-ID
001740                     " is not on the operator master."
001750                 SET WS-DONE TO TRUE
001760             NOT INVALID KEY
001770                 IF NOT OP-ACTIVE
001780                     DISPLAY "Operator " WS-ISSUER-ID
001790                         " is inactive."
001800                     SET WS-DONE TO TRUE
001810                 END-IF
001820         END-READ
001830     END-IF.
001840 1100-EXIT.
001850     EXIT.
001860
001870*****************************************************
001880*  2000-PROCESS-ONE-COMMAND - PROMPT FOR A FUNCTION
001890*  AND DISPATCH IT.
001900*****************************************************
001910 2000-PROCESS-ONE-COMMAND.
001920     DISPLAY "Function (I=issue W=withdraw S=show "
001930         "L=list mine E=end): "
001940     ACCEPT WS-FUNCTION-CODE
001950     INSPECT WS-FUNCTION-CODE
001960         CONVERTING "iwsle" TO "IWSLE"
001970     EVALUATE TRUE
001980         WHEN WS-FUNC-ISSUE
001990             PERFORM 3000-ISSUE-CHALLENGE THRU 3000-EXIT
002000         WHEN WS-FUNC-WITHDRAW
002010             PERFORM 4000-WITHDRAW-CHALLENGE THRU 4000-EXIT
002020         WHEN WS-FUNC-SHOW
002030             PERFORM 5000-SHOW-CHALLENGE THRU 5000-EXIT
002040         WHEN WS-FUNC-LIST
002050             PERFORM 5500-LIST-CHALLENGES THRU 5500-EXIT
002060         WHEN WS-FUNC-END
002070             SET WS-DONE TO TRUE
002080         WHEN OTHER
002090             DISPLAY "Unknown function."
002100     END-EVALUATE.
002110 2000-EXIT.
002120     EXIT.
002130
002140*****************************************************
002150*  3000-ISSUE-CHALLENGE - NAME THE OPPONENT, LOCK THE
002160*  RANGE AND TRIES LIMIT, SET THE DAYS TO PLAY AND
002170*  DRAW THE ANSWER BOTH SIDES WILL PLAY.
002180*****************************************************
002190 3000-ISSUE-CHALLENGE.
002200     PERFORM 6000-GET-OPPONENT THRU 6000-EXIT
002210     IF NOT WS-EDITS-OK
002220         GO TO 3000-EXIT
002230     END-IF
002240     PERFORM 6200-GET-CHALLENGE-VALUES THRU 6200-EXIT
002250     IF NOT WS-EDITS-OK
002260         GO TO 3000-EXIT
002270     END-IF
002280     PERFORM 6300-DRAW-ANSWER THRU 6300-EXIT
002290     PERFORM 6400-NEXT-CHALLENGE-ID THRU 6400-EXIT
002300     IF NOT WS-EDITS-OK
002310         GO TO 3000-EXIT
002320     END-IF
002330     MOVE SPACES TO CL-CHAL-RECORD
002340     MOVE WS-NEXT-ID TO CL-CHAL-ID
002350     MOVE WS-TODAY TO CL-ISSUED-DATE
002360     COMPUTE WS-DATE-INT =
002370         FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-WORK-DAYS
002380     COMPUTE CL-EXPIRY-DATE =
002390         FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
002400     MOVE WS-WORK-LOW TO CL-LOW-BOUND
002410     MOVE WS-WORK-HIGH TO CL-HIGH-BOUND
002420     MOVE WS-WORK-MAX TO CL-MAX-TRIES
002430     MOVE WS-WORK-ANS TO CL-ANS
002440     SET CL-STATUS-OPEN TO TRUE
002450     MOVE WS-ISSUER-ID TO CL-SIDE-OPERATOR-ID (1)
002460     MOVE "N" TO CL-SIDE-PLAYED-SW (1)
002470     MOVE WS-WORK-OPPONENT-ID TO CL-SIDE-OPERATOR-ID (2)
002480     MOVE "N" TO CL-SIDE-PLAYED-SW (2)
002490     MOVE 0 TO CL-SETTLED-DATE
002500     WRITE CL-CHAL-RECORD
002510         INVALID KEY
002520             DISPLAY "Issue failed - status " WS-CHALLNG-STATUS
002530         NOT INVALID KEY
002540             DISPLAY "Challenge " CL-CHAL-ID " issued to "
002550                 WS-WORK-OPPONENT-ID " - play by "
002560                 CL-EXPIRY-DATE "."
002570     END-WRITE.
002580 3000-EXIT.
002590     EXIT.
002600
002610*****************************************************
002620*  4000-WITHDRAW-CHALLENGE - ONLY THE ISSUER MAY
002630*  WITHDRAW, AND ONLY WHILE NEITHER SIDE HAS PLAYED.
002640*****************************************************
002650 4000-WITHDRAW-CHALLENGE.
002660     PERFORM 6100-GET-CHALLENGE THRU 6100-EXIT
002670     IF NOT WS-FOUND
002680         GO TO 4000-EXIT
002690     END-IF
002700     IF CL-SIDE-OPERATOR-ID (1) NOT = WS-ISSUER-ID
002710         DISPLAY "Only the challenger may withdraw it."
002720         GO TO 4000-EXIT
002730     END-IF
002740     IF NOT CL-STATUS-OPEN
002750         DISPLAY "Challenge is no longer open."
002760         GO TO 4000-EXIT
002770     END-IF
002780     IF CL-SIDE-PLAYED (1) OR CL-SIDE-PLAYED (2)
002790         DISPLAY "Play has started - it cannot be withdrawn."
002800         GO TO 4000-EXIT
002810     END-IF
002820     PERFORM 6500-SHOW-CHALLENGE THRU 6500-EXIT
002830     DISPLAY "Withdraw this challenge (Y/N)? "
002840     ACCEPT WS-WORK-CONFIRM
002850     IF WS-WORK-CONFIRM NOT = "Y" AND WS-WORK-CONFIRM NOT = "y"
002860         DISPLAY "Withdraw cancelled."
002870         GO TO 4000-EXIT
002880     END-IF
002890     SET CL-STATUS-WITHDRAWN TO TRUE
002900     MOVE WS-TODAY TO CL-SETTLED-DATE
002910     REWRITE CL-CHAL-RECORD
002920         INVALID KEY
002930             DISPLAY "Update failed - status " WS-CHALLNG-STATUS
002940         NOT INVALID KEY
002950             DISPLAY "Challenge withdrawn."
002960     END-REWRITE.
002970 4000-EXIT.
002980     EXIT.
002990
003000*****************************************************
003010*  5000-SHOW-CHALLENGE - ONE CHALLENGE AS IT STANDS.
003020*  THE LOCKED ANSWER IS NEVER SHOWN.
003030*****************************************************
003040 5000-SHOW-CHALLENGE.
003050     PERFORM 6100-GET-CHALLENGE THRU 6100-EXIT
003060     IF WS-FOUND
003070         PERFORM 6500-SHOW-CHALLENGE THRU 6500-EXIT
003080     END-IF.
003090 5000-EXIT.
003100     EXIT.
003110
003120*****************************************************
003130*  5500-LIST-CHALLENGES - EVERY OPEN CHALLENGE THE
003140*  SIGNED-ON OPERATOR IS A SIDE OF.
003150*****************************************************
003160 5500-LIST-CHALLENGES.
003170     MOVE 0 TO WS-LIST-COUNT
003180     MOVE "N" TO WS-CHALLNG-EOF-SW
003190     MOVE LOW-VALUES TO CL-CHAL-ID
003200     START CHALLNG-FILE KEY NOT LESS THAN CL-CHAL-ID
003210         INVALID KEY
003220             SET WS-CHALLNG-EOF TO TRUE
003230     END-START
003240     PERFORM 5510-LIST-ONE-CHALLENGE THRU 5510-EXIT
003250         UNTIL WS-CHALLNG-EOF
003260     IF WS-LIST-COUNT = 0
003270         DISPLAY "No open challenges."
003280     END-IF.
003290 5500-EXIT.
003300     EXIT.
003310
003320 5510-LIST-ONE-CHALLENGE.
003330     READ CHALLNG-FILE NEXT RECORD
003340         AT END
003350             SET WS-CHALLNG-EOF TO TRUE
003360     END-READ
003370     IF WS-CHALLNG-EOF
003380         GO TO 5510-EXIT
003390     END-IF
003400     IF CL-CONTROL-RECORD OR NOT CL-STATUS-OPEN
003410         GO TO 5510-EXIT
003420     END-IF
003430     EVALUATE WS-ISSUER-ID
003440         WHEN CL-SIDE-OPERATOR-ID (1)
003450             MOVE 1 TO WS-SIDE-SUB
003460             MOVE 2 TO WS-OTHER-SUB
003470         WHEN CL-SIDE-OPERATOR-ID (2)
003480             MOVE 2 TO WS-SIDE-SUB
003490             MOVE 1 TO WS-OTHER-SUB
003500         WHEN OTHER
003510             GO TO 5510-EXIT
003520     END-EVALUATE
003530     ADD 1 TO WS-LIST-COUNT
003540     IF CL-SIDE-PLAYED (WS-SIDE-SUB)
003550         MOVE "played" TO WS-PLAYED-TEXT
003560     ELSE
003570         MOVE "not played" TO WS-PLAYED-TEXT
003580     END-IF
003590     DISPLAY CL-CHAL-ID " vs " CL-SIDE-OPERATOR-ID (WS-OTHER-SUB)
003600         "  range " CL-LOW-BOUND "-" CL-HIGH-BOUND
003610         "  play by " CL-EXPIRY-DATE "  you: " WS-PLAYED-TEXT.
003620 5510-EXIT.
003630     EXIT.
003640
003650*****************************************************
003660*  6000-GET-OPPONENT - THE OPERATOR BEING CHALLENGED.
003670*  NOT BLANK, NOT THE ISSUER, AND ACTIVE ON THE
003680*  OPERATOR MASTER WHEN THE MASTER IS AVAILABLE.
003690*****************************************************
003700 6000-GET-OPPONENT.
003710     MOVE "N" TO WS-EDITS-OK-SW
003720     DISPLAY "Opponent operator ID (blank = cancel): "
003730     MOVE SPACES TO WS-WORK-OPPONENT-ID
003740     ACCEPT WS-WORK-OPPONENT-ID
003750     INSPECT WS-WORK-OPPONENT-ID
003760         CONVERTING "abcdefghijklmnopqrstuvwxyz"
003770                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003780     IF WS-WORK-OPPONENT-ID = SPACES
003790         GO TO 6000-EXIT
003800     END-IF
003810     IF WS-WORK-OPPONENT-ID = WS-ISSUER-ID
003820         DISPLAY "You cannot challenge yourself."
003830         GO TO 6000-EXIT
003840     END-IF
003850     IF WS-OPERMST-AVAIL
003860         MOVE WS-WORK-OPPONENT-ID TO OP-OPERATOR-ID
003870         READ OPERMST-FILE
003880             INVALID KEY
003890                 DISPLAY "Operator ID not on file."
003900                 GO TO 6000-EXIT
003910         END-READ
003920         IF NOT OP-ACTIVE
003930             DISPLAY "Operator is inactive."
003940             GO TO 6000-EXIT
003950         END-IF
003960     END-IF
003970     SET WS-EDITS-OK TO TRUE.
003980 6000-EXIT.
003990     EXIT.
004000
004010*****************************************************
004020*  6100-GET-CHALLENGE - PROMPT FOR A CHALLENGE ID AND
004030*  READ IT.  A BLANK ID CANCELS THE FUNCTION.
004040*****************************************************
004050 6100-GET-CHALLENGE.
004060     MOVE "N" TO WS-FOUND-SW
004070     DISPLAY "Challenge ID (blank = cancel): "
004080     MOVE SPACES TO WS-WORK-CHAL-ID
004090     ACCEPT WS-WORK-CHAL-ID
004100     IF WS-WORK-CHAL-ID = SPACES
004110         GO TO 6100-EXIT
004120     END-IF
004130     INSPECT WS-WORK-CHAL-ID REPLACING LEADING SPACE BY ZERO
004140     MOVE WS-WORK-CHAL-ID TO CL-CHAL-ID
004150     IF CL-CONTROL-RECORD
004160         DISPLAY "No such challenge."
004170         GO TO 6100-EXIT
004180     END-IF
004190     READ CHALLNG-FILE
004200         INVALID KEY
004210             DISPLAY "No such challenge."
004220         NOT INVALID KEY
004230             SET WS-FOUND TO TRUE
004240     END-READ.
004250 6100-EXIT.
004260     EXIT.
004270
004280*****************************************************
004290*  6200-GET-CHALLENGE-VALUES - THE LOCKED RANGE AND
004300*  TRIES LIMIT, AND THE DAYS BOTH SIDES HAVE TO PLAY
004310*  (BLANK TAKES THE DEFAULT).
004320*****************************************************
004330 6200-GET-CHALLENGE-VALUES.
004340     MOVE "N" TO WS-EDITS-OK-SW
004350     DISPLAY "Low bound: "
004360     PERFORM 6210-GET-ONE-NUMBER THRU 6210-EXIT
004370     IF NOT WS-EDITS-OK
004380         GO TO 6200-EXIT
004390     END-IF
004400     MOVE WS-WORK-INPUT TO WS-WORK-LOW
004410     MOVE "N" TO WS-EDITS-OK-SW
004420     DISPLAY "High bound: "
004430     PERFORM 6210-GET-ONE-NUMBER THRU 6210-EXIT
004440     IF NOT WS-EDITS-OK
004450         GO TO 6200-EXIT
004460     END-IF
004470     MOVE WS-WORK-INPUT TO WS-WORK-HIGH
004480     IF WS-WORK-HIGH NOT GREATER THAN WS-WORK-LOW
004490         DISPLAY "High bound must be above the low bound."
004500         MOVE "N" TO WS-EDITS-OK-SW
004510         GO TO 6200-EXIT
004520     END-IF
004530     MOVE "N" TO WS-EDITS-OK-SW
004540     DISPLAY "Max tries: "
004550     PERFORM 6210-GET-ONE-NUMBER THRU 6210-EXIT
004560     IF NOT WS-EDITS-OK
004570         GO TO 6200-EXIT
004580     END-IF
004590     MOVE WS-WORK-INPUT TO WS-WORK-MAX
004600     IF WS-WORK-MAX = 0
004610         DISPLAY "Max tries must be above zero."
004620         MOVE "N" TO WS-EDITS-OK-SW
004630         GO TO 6200-EXIT
004640     END-IF
004650     DISPLAY "Days to play (blank = " WS-DEFAULT-DAYS "): "
004660     MOVE SPACES TO WS-WORK-INPUT
004670     ACCEPT WS-WORK-INPUT
004680     IF WS-WORK-INPUT = SPACES
004690         MOVE WS-DEFAULT-DAYS TO WS-WORK-DAYS
004700         GO TO 6200-EXIT
004710     END-IF
004720     INSPECT WS-WORK-INPUT REPLACING LEADING SPACE BY ZERO
004730     IF WS-WORK-INPUT IS NOT NUMERIC
004740         DISPLAY "Entry must be numeric - cancelled."
004750         MOVE "N" TO WS-EDITS-OK-SW
004760         GO TO 6200-EXIT
004770     END-IF
004780     MOVE WS-WORK-INPUT TO WS-WORK-DAYS
004790     IF WS-WORK-DAYS = 0 OR WS-WORK-DAYS > WS-MAXIMUM-DAYS
004800         DISPLAY "Days to play must be 1 to "
004810             WS-MAXIMUM-DAYS "."
004820         MOVE "N" TO WS-EDITS-OK-SW
004830     END-IF.
004840 6200-EXIT.
004850     EXIT.
004860
004870 6210-GET-ONE-NUMBER.
004880     MOVE SPACES TO WS-WORK-INPUT
004890     ACCEPT WS-WORK-INPUT
004900     IF WS-WORK-INPUT = SPACES
004910         DISPLAY "Entry must be numeric - cancelled."
004920         GO TO 6210-EXIT
004930     END-IF
004940     INSPECT WS-WORK-INPUT REPLACING LEADING SPACE BY ZERO
004950     IF WS-WORK-INPUT IS NUMERIC
004960         SET WS-EDITS-OK TO TRUE
004970     ELSE
004980         DISPLAY "Entry must be numeric - cancelled."
004990     END-IF.
005000 6210-EXIT.
005010     EXIT.
005020
005030*****************************************************
005040*  6300-DRAW-ANSWER - THE SAME SEEDING GUESS USES
005050*  (CLOCK PLUS THE CHARACTERS OF THE IDS), SEEDED ON
005060*  BOTH SIDES' IDS.  DRAWN ONCE, HERE, AND LOCKED ON
005070*  THE RECORD.
005080*****************************************************
005090 6300-DRAW-ANSWER.
005100     ACCEPT WS-TIME-NOW FROM TIME
005110     COMPUTE WS-RANGE-WIDTH = WS-WORK-HIGH - WS-WORK-LOW + 1
005120     MOVE WS-ISSUER-ID TO WS-SEED-CHALLENGER
005130     MOVE WS-WORK-OPPONENT-ID TO WS-SEED-OPPONENT
005140     MOVE 0 TO WS-SEED-CONTRIB
005150     PERFORM 6310-ADD-SEED-CHAR THRU 6310-EXIT
005160         VARYING WS-SEED-SUB FROM 1 BY 1
005170         UNTIL WS-SEED-SUB > 16
005180     COMPUTE WS-WORK-ANS = WS-WORK-LOW +
005190         FUNCTION MOD(WS-TIME-NOW + WS-SEED-CONTRIB,
005200             WS-RANGE-WIDTH).
005210 6300-EXIT.
005220     EXIT.
005230
005240 6310-ADD-SEED-CHAR.
005250     COMPUTE WS-SEED-CONTRIB = WS-SEED-CONTRIB +
005260         FUNCTION ORD(WS-SEED-CHAR (WS-SEED-SUB)).
005270 6310-EXIT.
005280     EXIT.
005290
005300*****************************************************
005310*  6400-NEXT-CHALLENGE-ID - BUMP THE LAST ID ON THE
005320*  CONTROL RECORD, WRITING THE CONTROL RECORD THE
005330*  FIRST TIME THROUGH.
005340*****************************************************
005350 6400-NEXT-CHALLENGE-ID.
005360     MOVE "N" TO WS-EDITS-OK-SW
005370     MOVE "000000" TO CL-CHAL-ID
005380     READ CHALLNG-FILE
005390         INVALID KEY
005400             MOVE SPACES TO CL-CHAL-RECORD
005410             MOVE "000000" TO CL-CHAL-ID
005420             MOVE 0 TO CL-LAST-ID
005430             WRITE CL-CHAL-RECORD
005440                 INVALID KEY
005450                     DISPLAY "Control record write failed - "
005460                         "status " WS-CHALLNG-STATUS
005470                     GO TO 6400-EXIT
005480             END-WRITE
005490     END-READ
005500     IF CL-LAST-ID IS NOT NUMERIC
005510         MOVE 0 TO CL-LAST-ID
005520     END-IF
005530     ADD 1 TO CL-LAST-ID
005540     MOVE CL-LAST-ID TO WS-NEXT-ID
005550     REWRITE CL-CHAL-RECORD
005560         INVALID KEY
005570             DISPLAY "Control record update failed - status "
005580                 WS-CHALLNG-STATUS
005590             GO TO 6400-EXIT
005600     END-REWRITE
005610     SET WS-EDITS-OK TO TRUE.
005620 6400-EXIT.
005630     EXIT.
005640
005650*****************************************************
005660*  6500-SHOW-CHALLENGE - THE CHALLENGE AS IT STANDS.
005670*****************************************************
005680 6500-SHOW-CHALLENGE.
005690     EVALUATE TRUE
005700         WHEN CL-STATUS-SETTLED
005710             MOVE "SETTLED  " TO WS-STATUS-TEXT
005720         WHEN CL-STATUS-EXPIRED
005730             MOVE "EXPIRED  " TO WS-STATUS-TEXT
005740         WHEN CL-STATUS-WITHDRAWN
005750             MOVE "WITHDRAWN" TO WS-STATUS-TEXT
005760         WHEN OTHER
005770             MOVE "OPEN     " TO WS-STATUS-TEXT
005780     END-EVALUATE
005790     DISPLAY "Challenge " CL-CHAL-ID "  issued " CL-ISSUED-DATE
005800         "  play by " CL-EXPIRY-DATE "  " WS-STATUS-TEXT
005810     DISPLAY "Range " CL-LOW-BOUND " to " CL-HIGH-BOUND
005820         ", max tries " CL-MAX-TRIES
005830     PERFORM 6510-SHOW-ONE-SIDE THRU 6510-EXIT
005840         VARYING WS-SIDE-SUB FROM 1 BY 1
005850         UNTIL WS-SIDE-SUB > 2
005860     IF CL-STATUS-SETTLED
005870         IF CL-RESULT-DRAW
005880             DISPLAY "Result: DRAW"
005890         ELSE
005900             DISPLAY "Result: won by " CL-WINNER-ID
005910         END-IF
005920     END-IF.
005930 6500-EXIT.
005940     EXIT.
005950
005960 6510-SHOW-ONE-SIDE.
005970     IF CL-SIDE-PLAYED (WS-SIDE-SUB)
005980         DISPLAY "  " CL-SIDE-OPERATOR-ID (WS-SIDE-SUB)
005990             "  played " CL-SIDE-SESSION-DATE (WS-SIDE-SUB)
006000             " on " CL-SIDE-TERMINAL-ID (WS-SIDE-SUB)
006010     ELSE
006020         DISPLAY "  " CL-SIDE-OPERATOR-ID (WS-SIDE-SUB)
006030             "  not played"
006040     END-IF.
006050 6510-EXIT.
006060     EXIT.
006070
006080*****************************************************
006090*  9000-TERMINATE - CLOSE UP SHOP.
006100*****************************************************
006110 9000-TERMINATE.
006120     CLOSE CHALLNG-FILE
006130     IF WS-OPERMST-AVAIL
006140         CLOSE OPERMST-FILE
006150     END-IF.
006160 9000-EXIT.
006170     EXIT.
