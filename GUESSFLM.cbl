000010*****************************************************
000020*  IDENTIFICATION DIVISION.
000030*****************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. GUESSFLM.
000060 AUTHOR. D. LARKSPUR.
000070 INSTALLATION. FLOOR OPERATIONS - SHIFT SYSTEMS.
000080 DATE-WRITTEN. 10/15/2026.
000090 DATE-COMPILED.
000100*****************************************************
000110*  MODIFICATION HISTORY.
000120*  DATE        BY    DESCRIPTION
000130*  ----------  ----  ------------------------------
000140*  10/15/2026  DL    ORIGINAL VERSION - LIVE FLOOR
000150*                    MONITOR FOR THE SHIFT LEAD.  THE
000160*                    SAME SHAPE AS GUESSADJ.  LISTS
000170*                    EVERY ROUND IN FLIGHT ON CKPT
000180*                    WITH THE OPERATOR'S NAME, THE
000190*                    TERMINAL, RANGE, TRIES USED
000200*                    AGAINST THE LIMIT, MINUTES SINCE
000210*                    THE ROUND STARTED AND SINCE THE
000220*                    LAST GUESS.  A ROUND IDLE PAST
000230*                    THE STALE LIMIT (DEFAULT 30
000240*                    MINUTES) IS FLAGGED.  THE LEAD
000250*                    CAN CLOSE A ROUND OUT ON THE
000260*                    SPOT: IT GOES TO SCOREHST AS
000270*                    ABANDONED EXACTLY AS THE
000280*                    GUESSSWP SWEEP WRITES IT, THE
000290*                    REASON GOES TO FLRLOG AND THE
000300*                    CHECKPOINT IS DELETED.
000310*****************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CKPT-FILE ASSIGN TO "CKPT"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CK-CKPT-KEY
000420         FILE STATUS IS WS-CKPT-STATUS.
000430
000440     SELECT SCOREHST-FILE ASSIGN TO "SCOREHST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS SH-HIST-KEY
000480         FILE STATUS IS WS-SCOREHST-STATUS.
000490
000500     SELECT FLRLOG-FILE ASSIGN TO "FLRLOG"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS FL-ROUND-KEY
000540         FILE STATUS IS WS-FLRLOG-STATUS.
000550
000560     SELECT OPERMST-FILE ASSIGN TO "OPERMST"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS OP-OPERATOR-ID
000600         FILE STATUS IS WS-OPERMST-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  CKPT-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY CKPTR.
000670
000680 FD  SCOREHST-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY SCOREHR.
000710
000720 FD  FLRLOG-FILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY FLRLGR.
000750
000760 FD  OPERMST-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY OPERMR.
000790
000800 WORKING-STORAGE SECTION.
000810 01  WS-CKPT-STATUS                   PIC X(02) VALUE SPACES.
000820 01  WS-SCOREHST-STATUS               PIC X(02) VALUE SPACES.
000830 01  WS-FLRLOG-STATUS                 PIC X(02) VALUE SPACES.
000840 01  WS-OPERMST-STATUS                PIC X(02) VALUE SPACES.
000850 01  WS-SCOREHST-AVAIL-SW             PIC X(01) VALUE "N".
000860     88  WS-SCOREHST-AVAIL                VALUE "Y".
000870 01  WS-FLRLOG-AVAIL-SW               PIC X(01) VALUE "N".
000880     88  WS-FLRLOG-AVAIL                  VALUE "Y".
000890 01  WS-LOG-OK-SW                     PIC X(01) VALUE "N".
000900     88  WS-LOG-OK                        VALUE "Y".
000910 01  WS-OPERMST-AVAIL-SW              PIC X(01) VALUE "N".
000920     88  WS-OPERMST-AVAIL                 VALUE "Y".
000930
000940 01  WS-FUNCTION-CODE                 PIC X(01).
000950     88  WS-FUNC-LIST                     VALUE "L".
000960     88  WS-FUNC-CLOSE                    VALUE "C".
000970     88  WS-FUNC-STALE                    VALUE "S".
000980     88  WS-FUNC-END                      VALUE "E".
000990
001000 01  WS-DONE-SW                       PIC X(01) VALUE "N".
001010     88  WS-DONE                          VALUE "Y".
001020 01  WS-CKPT-EOF-SW                   PIC X(01) VALUE "N".
001030     88  WS-CKPT-EOF                      VALUE "Y".
001040 01  WS-EDITS-OK-SW                   PIC X(01) VALUE "N".
001050     88  WS-EDITS-OK                      VALUE "Y".
001060 01  WS-ROUND-STALE-SW                PIC X(01) VALUE "N".
001070     88  WS-ROUND-STALE                   VALUE "Y".
001080
001090 01  WS-TODAY                         PIC 9(08).
001100 01  WS-NOW-TIME                      PIC 9(08).
001110 01  WS-LEAD-ID                       PIC X(08) VALUE SPACES.
001120 01  WS-STALE-MINUTES                 PIC 9(05) VALUE 30.
001130 01  WS-WORK-INPUT                    PIC X(08) JUSTIFIED RIGHT.
001140 01  WS-WORK-NUMBER                   PIC 9(08).
001150 01  WS-WORK-OPERATOR-ID              PIC X(08).
001160 01  WS-WORK-TERMINAL-ID              PIC X(08).
001170 01  WS-WORK-REASON                   PIC X(40).
001180 01  WS-WORK-CONFIRM                  PIC X(01).
001190 01  WS-WORK-TRIES                    PIC 9(05).
001200
001210 01  WS-OPEN-COUNT                    PIC 9(05) VALUE 0.
001220 01  WS-STALE-COUNT                   PIC 9(05) VALUE 0.
001230
001240*    ELAPSED MINUTES ARE WORKED FROM MINUTES SINCE THE
001250*    CALENDAR EPOCH (INTEGER DATE * 1440 + HH * 60 +
001260*    MM) SO A ROUND THAT RUNS PAST MIDNIGHT STILL
001270*    MEASURES RIGHT.
001280 01  WS-TS-SPLIT.
001290     05  WS-TS-HH                     PIC 9(02).
001300     05  WS-TS-MM                     PIC 9(02).
001310     05  WS-TS-SS                     PIC 9(02).
001320     05  WS-TS-CC                     PIC 9(02).
001330 01  WS-CALC-DATE                     PIC 9(08).
001340 01  WS-CALC-TIME                     PIC 9(08).
001350 01  WS-CALC-MINUTES                  PIC 9(09) COMP.
001360 01  WS-NOW-MINUTES                   PIC 9(09) COMP.
001370 01  WS-DIFF-MINUTES                  PIC 9(09) COMP.
001380 01  WS-ELAPSED                       PIC 9(05).
001390 01  WS-ROUND-MINUTES                 PIC 9(05).
001400 01  WS-IDLE-MINUTES                  PIC 9(05).
001410
001420 01  WS-EFF-REMAIN                    PIC 9(05).
001430 01  WS-IDEAL-TRIES                   PIC 9(05).
001440
001450 01  WS-MON-HDR-1.
001460     05  FILLER                       PIC X(63) VALUE SPACES.
001470     05  FILLER                       PIC X(11)
001480         VALUE "--MINUTES--".
001490     05  FILLER                       PIC X(06) VALUE SPACES.
001500
001510 01  WS-MON-HDR-2.
001520     05  FILLER                       PIC X(09)
001530         VALUE "OPERATOR ".
001540     05  FILLER                       PIC X(21)
001550         VALUE "NAME".
001560     05  FILLER                       PIC X(09)
001570         VALUE "TERMINAL ".
001580     05  FILLER                       PIC X(06)
001590         VALUE "  LOW ".
001600     05  FILLER                       PIC X(06)
001610         VALUE " HIGH ".
001620     05  FILLER                       PIC X(06)
001630         VALUE "TRIES ".
001640     05  FILLER                       PIC X(06)
001650         VALUE "  MAX ".
001660     05  FILLER                       PIC X(06)
001670         VALUE "ROUND ".
001680     05  FILLER                       PIC X(06)
001690         VALUE " IDLE ".
001700     05  FILLER                       PIC X(05)
001710         VALUE "FLAG ".
001720
001730 01  WS-MON-LINE.
001740     05  WS-MON-OPERATOR              PIC X(08).
001750     05  FILLER                       PIC X(01)  VALUE SPACE.
001760     05  WS-MON-NAME                  PIC X(20).
001770     05  FILLER                       PIC X(01)  VALUE SPACE.
001780     05  WS-MON-TERMINAL              PIC X(08).
001790     05  FILLER                       PIC X(01)  VALUE SPACE.
001800     05  WS-MON-LOW                   PIC ZZZZ9.
001810     05  FILLER                       PIC X(01)  VALUE SPACE.
001820     05  WS-MON-HIGH                  PIC ZZZZ9.
001830     05  FILLER                       PIC X(01)  VALUE SPACE.
001840     05  WS-MON-TRIES                 PIC ZZZZ9.
001850     05  FILLER                       PIC X(01)  VALUE SPACE.
001860     05  WS-MON-MAX                   PIC ZZZZ9.
001870     05  FILLER                       PIC X(01)  VALUE SPACE.
001880     05  WS-MON-ROUND                 PIC ZZZZ9.
001890     05  FILLER                       PIC X(01)  VALUE SPACE.
001900     05  WS-MON-IDLE                  PIC ZZZZ9.
001910     05  FILLER                       PIC X(01)  VALUE SPACE.
001920     05  WS-MON-FLAG                  PIC X(05).
001930
001940 PROCEDURE DIVISION.
001950*****************************************************
001960*  0000-MAINLINE.
001970*****************************************************
001980 0000-MAINLINE.
001990     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002000     PERFORM 2000-PROCESS-ONE-COMMAND THRU 2000-EXIT
002010         UNTIL WS-DONE
002020     PERFORM 9000-TERMINATE THRU 9000-EXIT
002030     STOP RUN.
002040
002050*****************************************************
002060*  1000-INITIALIZE - OPEN THE CHECKPOINT FILE,
002070*  CREATING IT ON FIRST USE AS GUESS DOES, THE
002080*  HISTORY FILE AND CLOSE-OUT LOG FOR CLOSING ROUNDS
002090*  AND THE OPERATOR MASTER FOR NAMES AND THE LEAD
002100*  CHECK, THEN TAKE THE LEAD'S ID.  EVERY CLOSE-OUT
002110*  IS STAMPED WITH IT.
002120*****************************************************
002130 1000-INITIALIZE.
002140     OPEN I-O CKPT-FILE
002150     IF WS-CKPT-STATUS = "35"
002160         OPEN OUTPUT CKPT-FILE
002170         CLOSE CKPT-FILE
002180         OPEN I-O CKPT-FILE
002190     END-IF
002200     IF WS-CKPT-STATUS NOT = "00"
002210         DISPLAY "GUESSFLM - CKPT OPEN FAILED, STATUS "
002220             WS-CKPT-STATUS
002230         MOVE 8 TO RETURN-CODE
002240         STOP RUN
002250     END-IF
002260     OPEN I-O SCOREHST-FILE
002270     IF WS-SCOREHST-STATUS = "00"
002280         SET WS-SCOREHST-AVAIL TO TRUE
002290     ELSE
002300         DISPLAY "Score history not available - "
002310             "rounds cannot be closed out."
002320     END-IF
002330     OPEN I-O FLRLOG-FILE
002340     IF WS-FLRLOG-STATUS = "35"
002350         OPEN OUTPUT FLRLOG-FILE
002360         CLOSE FLRLOG-FILE
002370         OPEN I-O FLRLOG-FILE
002380     END-IF
002390     IF WS-FLRLOG-STATUS = "00"
002400         SET WS-FLRLOG-AVAIL TO TRUE
002410     ELSE
002420         DISPLAY "Close-out log not available - "
002430             "rounds cannot be closed out."
002440     END-IF
002450     OPEN INPUT OPERMST-FILE
002460     IF WS-OPERMST-STATUS = "00"
002470         SET WS-OPERMST-AVAIL TO TRUE
002480     ELSE
002490         DISPLAY "Operator master not available - "
002500             "names will not be shown."
002510     END-IF
002520     PERFORM 1100-GET-LEAD-ID THRU 1100-EXIT.
002530 1000-EXIT.
002540     EXIT.
002550
002560*****************************************************
002570*  1100-GET-LEAD-ID - THE SHIFT LEAD AT THE MONITOR.
002580*  MUST BE AN ACTIVE OPERATOR ON THE MASTER WHEN THE
002590*  MASTER IS AVAILABLE.  A BLANK ENTRY ENDS THE RUN.
002600*****************************************************
002610 1100-GET-LEAD-ID.
002620     DISPLAY "Shift lead ID (blank = end): "
002630     ACCEPT WS-LEAD-ID
002640     INSPECT WS-LEAD-ID
002650         CONVERTING "abcdefghijklmnopqrstuvwxyz"
002660                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002670     IF WS-LEAD-ID = SPACES
002680         SET WS-DONE TO TRUE
002690         GO TO 1100-EXIT
002700     END-IF
002710     IF WS-OPERMST-AVAIL
002720         MOVE WS-LEAD-ID TO OP-OPERATOR-ID
002730         READ OPERMST-FILE
002740             INVALID KEY
002750                 DISPLAY "Lead " WS-LEAD-ID
002760                     " is not on the operator master."
002770                 SET WS-DONE TO TRUE
002780             NOT INVALID KEY
002790                 IF NOT OP-ACTIVE
002800                     DISPLAY "Lead " WS-LEAD-ID " is inactive."
002810                     SET WS-DONE TO TRUE
002820                 END-IF
002830         END-READ
002840     END-IF.
002850 1100-EXIT.
002860     EXIT.
002870
002880*****************************************************
002890*  2000-PROCESS-ONE-COMMAND - PROMPT FOR A FUNCTION
002900*  AND DISPATCH IT.
002910*****************************************************
002920 2000-PROCESS-ONE-COMMAND.
002930     DISPLAY "Function (L=list C=close out S=stale limit "
002940         "E=end): "
002950     ACCEPT WS-FUNCTION-CODE
002960     INSPECT WS-FUNCTION-CODE
002970         CONVERTING "lcse" TO "LCSE"
002980     EVALUATE TRUE
002990         WHEN WS-FUNC-LIST
003000             PERFORM 3000-LIST-ROUNDS THRU 3000-EXIT
003010         WHEN WS-FUNC-CLOSE
003020             PERFORM 4000-CLOSE-OUT-ROUND THRU 4000-EXIT
003030         WHEN WS-FUNC-STALE
003040             PERFORM 5000-SET-STALE-LIMIT THRU 5000-EXIT
003050         WHEN WS-FUNC-END
003060             SET WS-DONE TO TRUE
003070         WHEN OTHER
003080             DISPLAY "Unknown function."
003090     END-EVALUATE.
003100 2000-EXIT.
003110     EXIT.
003120
003130*****************************************************
003140*  3000-LIST-ROUNDS - ONE LINE PER CHECKPOINT, IN
003150*  OPERATOR/TERMINAL ORDER, TIMED AGAINST THE CLOCK
003160*  AS OF THIS LISTING.
003170*****************************************************
003180 3000-LIST-ROUNDS.
003190     PERFORM 7000-SET-NOW THRU 7000-EXIT
003200     MOVE 0 TO WS-OPEN-COUNT
003210     MOVE 0 TO WS-STALE-COUNT
003220     MOVE "N" TO WS-CKPT-EOF-SW
003230     MOVE WS-NOW-TIME TO WS-TS-SPLIT
003240     DISPLAY "Rounds in progress at " WS-TODAY " "
003250         WS-TS-HH ":" WS-TS-MM " - stale after "
003260         WS-STALE-MINUTES " idle minutes."
003270     DISPLAY WS-MON-HDR-1
003280     DISPLAY WS-MON-HDR-2
003290     MOVE LOW-VALUES TO CK-CKPT-KEY
003300     START CKPT-FILE KEY NOT LESS THAN CK-CKPT-KEY
003310         INVALID KEY
003320             SET WS-CKPT-EOF TO TRUE
003330     END-START
003340     PERFORM 3100-LIST-ONE-ROUND THRU 3100-EXIT
003350         UNTIL WS-CKPT-EOF
003360     IF WS-OPEN-COUNT = 0
003370         DISPLAY "No rounds in progress."
003380     ELSE
003390         DISPLAY WS-OPEN-COUNT " rounds in progress, "
003400             WS-STALE-COUNT " stale."
003410     END-IF.
003420 3000-EXIT.
003430     EXIT.
003440
003450 3100-LIST-ONE-ROUND.
003460     READ CKPT-FILE NEXT RECORD
003470         AT END
003480             SET WS-CKPT-EOF TO TRUE
003490     END-READ
003500     IF WS-CKPT-EOF
003510         GO TO 3100-EXIT
003520     END-IF
003530     IF WS-CKPT-STATUS NOT = "00"
003540         DISPLAY "Checkpoint read failed - status "
003550             WS-CKPT-STATUS
003560         SET WS-CKPT-EOF TO TRUE
003570         GO TO 3100-EXIT
003580     END-IF
003590     ADD 1 TO WS-OPEN-COUNT
003600     PERFORM 6000-BUILD-ROUND-LINE THRU 6000-EXIT
003610     IF WS-ROUND-STALE
003620         ADD 1 TO WS-STALE-COUNT
003630     END-IF
003640     DISPLAY WS-MON-LINE.
003650 3100-EXIT.
003660     EXIT.
003670
003680*****************************************************
003690*  4000-CLOSE-OUT-ROUND - THE LEAD PICKS A ROUND BY
003700*  OPERATOR AND TERMINAL, SEES IT, GIVES A REASON AND
003710*  CONFIRMS.  A ROUND NOT YET STALE IS WARNED ABOUT -
003720*  THE OPERATOR MAY STILL BE PLAYING IT.  THE
003730*  CHECKPOINT IS READ AGAIN BEFORE ANYTHING IS
003740*  WRITTEN, AND A ROUND THAT HAS MOVED ON OR FINISHED
003750*  WHILE THE LEAD WAS KEYING IS LEFT ALONE.  THE
003760*  CLOSE-OUT LOG IS WRITTEN FIRST SO THE REASON IS
003770*  NEVER LOST - IF IT CANNOT BE WRITTEN THE ROUND IS
003780*  LEFT OPEN, AND IF THE HISTORY WRITE THEN FAILS THE
003790*  LOG RECORD IS TAKEN BACK OUT.
003800*****************************************************
003810 4000-CLOSE-OUT-ROUND.
003820     IF NOT WS-SCOREHST-AVAIL OR NOT WS-FLRLOG-AVAIL
003830         DISPLAY "Close-out not available - score history "
003840             "or close-out log is down."
003850         GO TO 4000-EXIT
003860     END-IF
003870     DISPLAY "Operator ID (blank = cancel): "
003880     MOVE SPACES TO WS-WORK-OPERATOR-ID
003890     ACCEPT WS-WORK-OPERATOR-ID
003900     INSPECT WS-WORK-OPERATOR-ID
003910         CONVERTING "abcdefghijklmnopqrstuvwxyz"
003920                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003930     IF WS-WORK-OPERATOR-ID = SPACES
003940         GO TO 4000-EXIT
003950     END-IF
003960     DISPLAY "Terminal ID: "
003970     MOVE SPACES TO WS-WORK-TERMINAL-ID
003980     ACCEPT WS-WORK-TERMINAL-ID
003990     INSPECT WS-WORK-TERMINAL-ID
004000         CONVERTING "abcdefghijklmnopqrstuvwxyz"
004010                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004020     PERFORM 4100-READ-ROUND THRU 4100-EXIT
004030     IF WS-CKPT-STATUS NOT = "00"
004040         DISPLAY "No round in progress for that operator "
004050             "and terminal."
004060         GO TO 4000-EXIT
004070     END-IF
004080     PERFORM 7000-SET-NOW THRU 7000-EXIT
004090     PERFORM 6000-BUILD-ROUND-LINE THRU 6000-EXIT
004100     DISPLAY WS-MON-HDR-1
004110     DISPLAY WS-MON-HDR-2
004120     DISPLAY WS-MON-LINE
004130     IF NOT WS-ROUND-STALE
004140         DISPLAY "Last activity only " WS-IDLE-MINUTES
004150             " minutes ago - the operator may still be "
004160             "at the terminal."
004170     END-IF
004180     MOVE CK-TRIES TO WS-WORK-TRIES
004190     DISPLAY "Reason for closing the round: "
004200     MOVE SPACES TO WS-WORK-REASON
004210     ACCEPT WS-WORK-REASON
004220     IF WS-WORK-REASON = SPACES
004230         DISPLAY "A reason is required - cancelled."
004240         GO TO 4000-EXIT
004250     END-IF
004260     DISPLAY "Close this round out as abandoned (Y/N)? "
004270     ACCEPT WS-WORK-CONFIRM
004280     IF WS-WORK-CONFIRM NOT = "Y" AND WS-WORK-CONFIRM NOT = "y"
004290         DISPLAY "Close-out cancelled."
004300         GO TO 4000-EXIT
004310     END-IF
004320     PERFORM 4100-READ-ROUND THRU 4100-EXIT
004330     IF WS-CKPT-STATUS NOT = "00"
004340         DISPLAY "The round has already finished or been "
004350             "closed - nothing done."
004360         GO TO 4000-EXIT
004370     END-IF
004380     IF CK-TRIES NOT = WS-WORK-TRIES
004390         DISPLAY "The operator has guessed since - "
004400             "close-out cancelled."
004410         GO TO 4000-EXIT
004420     END-IF
004430     PERFORM 4300-WRITE-CLOSE-LOG THRU 4300-EXIT
004440     IF NOT WS-LOG-OK
004450         DISPLAY "Round left open - close-out not done."
004460         GO TO 4000-EXIT
004470     END-IF
004480     PERFORM 4200-WRITE-ABANDONED THRU 4200-EXIT
004490     IF NOT WS-EDITS-OK
004500         DELETE FLRLOG-FILE
004510             INVALID KEY
004520                 CONTINUE
004530         END-DELETE
004540         DISPLAY "Round left open - close-out not done."
004550         GO TO 4000-EXIT
004560     END-IF
004570     DELETE CKPT-FILE
004580         INVALID KEY
004590             CONTINUE
004600     END-DELETE
004610     DISPLAY "Round closed out as abandoned.".
004620 4000-EXIT.
004630     EXIT.
004640
004650 4100-READ-ROUND.
004660     MOVE WS-WORK-OPERATOR-ID TO CK-OPERATOR-ID
004670     MOVE WS-WORK-TERMINAL-ID TO CK-TERMINAL-ID
004680     READ CKPT-FILE
004690         INVALID KEY
004700             CONTINUE
004710     END-READ.
004720 4100-EXIT.
004730     EXIT.
004740
004750*****************************************************
004760*  4200-WRITE-ABANDONED - THE CHECKPOINT BECOMES AN
004770*  ABANDONED SCOREHST ROUND ON ITS ORIGINAL SESSION
004780*  KEY, FIELD FOR FIELD AS GUESSSWP CLOSES ONE OUT.
004790*  A ROUND ALREADY ON HISTORY (THE SESSION ENDED
004800*  BEFORE ITS CHECKPOINT WAS CLEARED) NEEDS ONLY THE
004810*  CHECKPOINT REMOVED.  ANY OTHER FAILURE LEAVES THE
004820*  CHECKPOINT IN PLACE.
004830*****************************************************
004840 4200-WRITE-ABANDONED.
004850     MOVE "N" TO WS-EDITS-OK-SW
004860     MOVE SPACES TO SH-SCORE-RECORD
004870     MOVE CK-OPERATOR-ID TO SH-OPERATOR-ID
004880     MOVE CK-SESSION-DATE TO SH-SESSION-DATE
004890     MOVE CK-SESSION-TIME TO SH-SESSION-TIME
004900     MOVE CK-TERMINAL-ID TO SH-TERMINAL-ID
004910     MOVE CK-ANS TO SH-ANS
004920     MOVE CK-TRIES TO SH-TRIES
004930     MOVE CK-LOW-BOUND TO SH-LOW-BOUND
004940     MOVE CK-HIGH-BOUND TO SH-HIGH-BOUND
004950     SET SH-OUTCOME-ABANDONED TO TRUE
004960     MOVE CK-CHAL-ID TO SH-CHAL-ID
004970     PERFORM 4250-COMPUTE-EFFICIENCY THRU 4250-EXIT
004980     WRITE SH-SCORE-RECORD
004990         INVALID KEY
005000             IF WS-SCOREHST-STATUS = "22"
005010                 DISPLAY "Round is already on score history "
005020                     "- checkpoint cleared only."
005030                 SET WS-EDITS-OK TO TRUE
005040             ELSE
005050                 DISPLAY "Score history write failed - status "
005060                     WS-SCOREHST-STATUS
005070             END-IF
005080         NOT INVALID KEY
005090             SET WS-EDITS-OK TO TRUE
005100     END-WRITE.
005110 4200-EXIT.
005120     EXIT.
005130
005140*****************************************************
005150*  4250-COMPUTE-EFFICIENCY - SCORED OFF THE FULL
005160*  TRIES LIMIT AS GUESSSWP SCORES AN ABANDONED ROUND,
005170*  SO A ROUND CLOSED FROM THE FLOOR RANKS THE SAME AS
005180*  ONE THE SWEEP WOULD HAVE CLOSED.
005190*****************************************************
005200 4250-COMPUTE-EFFICIENCY.
005210     COMPUTE WS-EFF-REMAIN =
005220         CK-HIGH-BOUND - CK-LOW-BOUND + 1
005230     MOVE 0 TO WS-IDEAL-TRIES
005240     PERFORM 4260-HALVE-REMAIN THRU 4260-EXIT
005250         UNTIL WS-EFF-REMAIN <= 1
005260     IF WS-IDEAL-TRIES = 0
005270         MOVE 1 TO WS-IDEAL-TRIES
005280     END-IF
005290     COMPUTE SH-EFF-SCORE ROUNDED =
005300         CK-MAX-TRIES * 100 / WS-IDEAL-TRIES
005310         ON SIZE ERROR
005320             MOVE 999.99 TO SH-EFF-SCORE
005330     END-COMPUTE.
005340 4250-EXIT.
005350     EXIT.
005360
005370 4260-HALVE-REMAIN.
005380     COMPUTE WS-EFF-REMAIN = (WS-EFF-REMAIN + 1) / 2
005390     ADD 1 TO WS-IDEAL-TRIES.
005400 4260-EXIT.
005410     EXIT.
005420
005430*****************************************************
005440*  4300-WRITE-CLOSE-LOG - WHO CLOSED THE ROUND, WHEN
005450*  AND WHY, ON THE ROUND'S HISTORY KEY.  A LOG RECORD
005460*  LEFT BY AN EARLIER CLOSE-OUT OF THE SAME ROUND IS
005470*  REPLACED.
005480*****************************************************
005490 4300-WRITE-CLOSE-LOG.
005500     MOVE "N" TO WS-LOG-OK-SW
005510     MOVE SPACES TO FL-CLOSE-RECORD
005520     MOVE CK-OPERATOR-ID TO FL-OPERATOR-ID
005530     MOVE CK-SESSION-DATE TO FL-SESSION-DATE
005540     MOVE CK-SESSION-TIME TO FL-SESSION-TIME
005550     MOVE CK-TERMINAL-ID TO FL-TERMINAL-ID
005560     MOVE WS-TODAY TO FL-CLOSED-DATE
005570     MOVE WS-NOW-TIME TO FL-CLOSED-TIME
005580     MOVE WS-LEAD-ID TO FL-CLOSED-BY
005590     MOVE WS-WORK-REASON TO FL-REASON
005600     MOVE CK-TRIES TO FL-TRIES
005610     MOVE CK-MAX-TRIES TO FL-MAX-TRIES
005620     MOVE WS-IDLE-MINUTES TO FL-IDLE-MINUTES
005630     WRITE FL-CLOSE-RECORD
005640         INVALID KEY
005650             IF WS-FLRLOG-STATUS = "22"
005660                 REWRITE FL-CLOSE-RECORD
005670                     INVALID KEY
005680                         CONTINUE
005690                 END-REWRITE
005700             END-IF
005710         NOT INVALID KEY
005720             SET WS-LOG-OK TO TRUE
005730     END-WRITE
005740     IF WS-FLRLOG-STATUS = "00"
005750         SET WS-LOG-OK TO TRUE
005760     END-IF
005770     IF NOT WS-LOG-OK
005780         DISPLAY "Close-out log write failed - status "
005790             WS-FLRLOG-STATUS
005800     END-IF.
005810 4300-EXIT.
005820     EXIT.
005830
005840*****************************************************
005850*  5000-SET-STALE-LIMIT - IDLE MINUTES AT WHICH A
005860*  ROUND IS FLAGGED STALE FOR THE REST OF THE RUN.
005870*****************************************************
005880 5000-SET-STALE-LIMIT.
005890     MOVE "N" TO WS-EDITS-OK-SW
005900     DISPLAY "Stale after how many idle minutes (now "
005910         WS-STALE-MINUTES "): "
005920     ACCEPT WS-WORK-INPUT
005930     IF WS-WORK-INPUT = SPACES
005940         GO TO 5000-EXIT
005950     END-IF
005960     INSPECT WS-WORK-INPUT REPLACING LEADING SPACE BY ZERO
005970     IF WS-WORK-INPUT IS NOT NUMERIC
005980         DISPLAY "Entry must be numeric - cancelled."
005990         GO TO 5000-EXIT
006000     END-IF
006010     MOVE WS-WORK-INPUT TO WS-WORK-NUMBER
006020     IF WS-WORK-NUMBER < 1 OR WS-WORK-NUMBER > 99999
006030         DISPLAY "Minutes must be 1 to 99999 - cancelled."
006040         GO TO 5000-EXIT
006050     END-IF
006060     MOVE WS-WORK-NUMBER TO WS-STALE-MINUTES
006070     DISPLAY "Stale limit now " WS-STALE-MINUTES " minutes.".
006080 5000-EXIT.
006090     EXIT.
006100
006110*****************************************************
006120*  6000-BUILD-ROUND-LINE - THE MONITOR LINE FOR THE
006130*  CHECKPOINT IN THE RECORD AREA.  IDLE TIME RUNS
006140*  FROM THE LAST-ACTIVITY STAMP, OR FROM THE ROUND
006150*  START ON A CHECKPOINT WRITTEN BEFORE THE STAMP
006160*  EXISTED.
006170*****************************************************
006180 6000-BUILD-ROUND-LINE.
006190     MOVE CK-OPERATOR-ID TO WS-MON-OPERATOR
006200     MOVE CK-TERMINAL-ID TO WS-MON-TERMINAL
006210     MOVE CK-LOW-BOUND TO WS-MON-LOW
006220     MOVE CK-HIGH-BOUND TO WS-MON-HIGH
006230     MOVE CK-TRIES TO WS-MON-TRIES
006240     MOVE CK-MAX-TRIES TO WS-MON-MAX
006250     PERFORM 6100-GET-NAME THRU 6100-EXIT
006260     MOVE CK-SESSION-DATE TO WS-CALC-DATE
006270     MOVE CK-SESSION-TIME TO WS-CALC-TIME
006280     PERFORM 7100-ELAPSED-MINUTES THRU 7100-EXIT
006290     MOVE WS-ELAPSED TO WS-ROUND-MINUTES
006300     IF CK-LAST-DATE IS NUMERIC AND CK-LAST-DATE > 0
006310         MOVE CK-LAST-DATE TO WS-CALC-DATE
006320         MOVE CK-LAST-TIME TO WS-CALC-TIME
006330         PERFORM 7100-ELAPSED-MINUTES THRU 7100-EXIT
006340     END-IF
006350     MOVE WS-ELAPSED TO WS-IDLE-MINUTES
006360     MOVE WS-ROUND-MINUTES TO WS-MON-ROUND
006370     MOVE WS-IDLE-MINUTES TO WS-MON-IDLE
006380     IF WS-IDLE-MINUTES NOT LESS THAN WS-STALE-MINUTES
006390         SET WS-ROUND-STALE TO TRUE
006400         MOVE "STALE" TO WS-MON-FLAG
006410     ELSE
006420         MOVE "N" TO WS-ROUND-STALE-SW
006430         MOVE SPACES TO WS-MON-FLAG
006440     END-IF.
006450 6000-EXIT.
006460     EXIT.
006470
006480 6100-GET-NAME.
006490     MOVE SPACES TO WS-MON-NAME
006500     IF NOT WS-OPERMST-AVAIL
006510         GO TO 6100-EXIT
006520     END-IF
006530     MOVE CK-OPERATOR-ID TO OP-OPERATOR-ID
006540     READ OPERMST-FILE
006550         INVALID KEY
006560             MOVE "(NOT ON MASTER)" TO WS-MON-NAME
006570         NOT INVALID KEY
006580             MOVE OP-DISPLAY-NAME TO WS-MON-NAME
006590     END-READ.
006600 6100-EXIT.
006610     EXIT.
006620
006630*****************************************************
006640*  7000-SET-NOW - TODAY AND THE CLOCK, IN MINUTES.
006650*****************************************************
006660 7000-SET-NOW.
006670     ACCEPT WS-TODAY FROM DATE YYYYMMDD
006680     ACCEPT WS-NOW-TIME FROM TIME
006690     MOVE WS-TODAY TO WS-CALC-DATE
006700     MOVE WS-NOW-TIME TO WS-CALC-TIME
006710     PERFORM 7200-MINUTES-OF THRU 7200-EXIT
006720     MOVE WS-CALC-MINUTES TO WS-NOW-MINUTES.
006730 7000-EXIT.
006740     EXIT.
006750
006760*****************************************************
006770*  7100-ELAPSED-MINUTES - MINUTES FROM WS-CALC-DATE/
006780*  TIME TO NOW, HELD TO 99999.  A STAMP AHEAD OF THE
006790*  CLOCK COUNTS AS ZERO.
006800*****************************************************
006810 7100-ELAPSED-MINUTES.
006820     PERFORM 7200-MINUTES-OF THRU 7200-EXIT
006830     IF WS-CALC-MINUTES > WS-NOW-MINUTES
006840         MOVE 0 TO WS-ELAPSED
006850         GO TO 7100-EXIT
006860     END-IF
006870     COMPUTE WS-DIFF-MINUTES = WS-NOW-MINUTES - WS-CALC-MINUTES
006880     IF WS-DIFF-MINUTES > 99999
006890         MOVE 99999 TO WS-ELAPSED
006900     ELSE
006910         MOVE WS-DIFF-MINUTES TO WS-ELAPSED
006920     END-IF.
006930 7100-EXIT.
006940     EXIT.
006950
006960*****************************************************
006970*  7200-MINUTES-OF - WS-CALC-DATE/TIME AS MINUTES
006980*  SINCE THE CALENDAR EPOCH.  A DATE THAT IS NOT A
006990*  DATE COUNTS AS THE EPOCH, SO THE ROUND SHOWS AS
007000*  LONG IDLE RATHER THAN HIDING.
007010*****************************************************
007020 7200-MINUTES-OF.
007030     MOVE 0 TO WS-CALC-MINUTES
007040     IF WS-CALC-DATE NOT NUMERIC
007050         OR WS-CALC-DATE < 16010101
007060         GO TO 7200-EXIT
007070     END-IF
007080     MOVE WS-CALC-TIME TO WS-TS-SPLIT
007090     IF WS-TS-SPLIT NOT NUMERIC
007100         OR WS-TS-HH > 23 OR WS-TS-MM > 59
007110         MOVE 0 TO WS-TS-HH
007120         MOVE 0 TO WS-TS-MM
007130     END-IF
007140     COMPUTE WS-CALC-MINUTES =
007150         FUNCTION INTEGER-OF-DATE(WS-CALC-DATE) * 1440
007160         + WS-TS-HH * 60 + WS-TS-MM.
007170 7200-EXIT.
007180     EXIT.
007190
007200*****************************************************
007210*  9000-TERMINATE - CLOSE UP SHOP.
007220*****************************************************
007230 9000-TERMINATE.
007240     CLOSE CKPT-FILE
007250     IF WS-SCOREHST-AVAIL
007260         CLOSE SCOREHST-FILE
007270     END-IF
007280     IF WS-FLRLOG-AVAIL
007290         CLOSE FLRLOG-FILE
007300     END-IF
007310     IF WS-OPERMST-AVAIL
007320         CLOSE OPERMST-FILE
007330     END-IF.
007340 9000-EXIT.
007350     EXIT.
