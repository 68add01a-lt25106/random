000010*****************************************************
000020*  IDENTIFICATION DIVISION.
000030*****************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. GUESSADJ.
000060 AUTHOR. D. LARKSPUR.
000070 INSTALLATION. FLOOR OPERATIONS - SHIFT SYSTEMS.
000080 DATE-WRITTEN. 10/15/2026.
000090 DATE-COMPILED.
000100*****************************************************
000110*  MODIFICATION HISTORY.
000120*  DATE        BY    DESCRIPTION
000130*  ----------  ----  ------------------------------
000140*  10/15/2026  DL    ORIGINAL VERSION - ROUND
000150*                    ADJUDICATION MAINTENANCE.  THE
000160*                    SAME SHAPE AS GUESSOPM.  A SHIFT
000170*                    LEAD OPENS A CASE AGAINST ONE
000180*                    SCOREHST ROUND WITH A REASON,
000190*                    RULES IT VOID, UPHELD OR PENDING,
000200*                    AND SIGNS IT OFF.  A SIGNED-OFF
000210*                    CASE IS CLOSED.  A VOID RULING
000220*                    TAKES THE ROUND OFF THE BOARDS AT
000230*                    THE NEXT RUN - THE LEAD IS TOLD
000240*                    WHICH GUESSEOD DATE TO RERUN SO
000250*                    THE DAYSUM ROLL-UP FOLLOWS.
000260*****************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM-370.
000300 OBJECT-COMPUTER. IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT ADJUD-FILE ASSIGN TO "ADJUD"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS AJ-ROUND-KEY
000370         FILE STATUS IS WS-ADJUD-STATUS.
000380
000390     SELECT SCOREHST-FILE ASSIGN TO "SCOREHST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS SH-HIST-KEY
000430         FILE STATUS IS WS-SCOREHST-STATUS.
000440
000450     SELECT OPERMST-FILE ASSIGN TO "OPERMST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS OP-OPERATOR-ID
000490         FILE STATUS IS WS-OPERMST-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  ADJUD-FILE
000540     LABEL RECORDS ARE STANDARD.
000550     COPY ADJUDR.
000560
000570 FD  SCOREHST-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY SCOREHR.
000600
000610 FD  OPERMST-FILE
000620     LABEL RECORDS ARE STANDARD.
000630     COPY OPERMR.
000640
000650 WORKING-STORAGE SECTION.
000660 01  WS-ADJUD-STATUS                  PIC X(02) VALUE SPACES.
000670 01  WS-SCOREHST-STATUS               PIC X(02) VALUE SPACES.
000680 01  WS-OPERMST-STATUS                PIC X(02) VALUE SPACES.
000690 01  WS-SCOREHST-AVAIL-SW             PIC X(01) VALUE "N".
000700     88  WS-SCOREHST-AVAIL                VALUE "Y".
000710 01  WS-OPERMST-AVAIL-SW              PIC X(01) VALUE "N".
000720     88  WS-OPERMST-AVAIL                 VALUE "Y".
000730
000740 01  WS-FUNCTION-CODE                 PIC X(01).
000750     88  WS-FUNC-OPEN                     VALUE "O".
000760     88  WS-FUNC-RULE                     VALUE "R".
000770     88  WS-FUNC-SIGNOFF                  VALUE "S".
000780     88  WS-FUNC-INQUIRE                  VALUE "I".
000790     88  WS-FUNC-END                      VALUE "E".
000800
000810 01  WS-DONE-SW                       PIC X(01) VALUE "N".
000820     88  WS-DONE                          VALUE "Y".
000830 01  WS-FOUND-SW                      PIC X(01) VALUE "N".
000840     88  WS-FOUND                         VALUE "Y".
000850 01  WS-EDITS-OK-SW                   PIC X(01) VALUE "N".
000860     88  WS-EDITS-OK                      VALUE "Y".
000870
000880 01  WS-TODAY                         PIC 9(08).
000890 01  WS-LEAD-ID                       PIC X(08) VALUE SPACES.
000900 01  WS-WORK-KEY.
000910     05  WS-WORK-OPERATOR-ID          PIC X(08).
000920     05  WS-WORK-SESSION-DATE         PIC X(08).
000930     05  WS-WORK-SESSION-TIME         PIC X(08).
000940     05  WS-WORK-TERMINAL-ID          PIC X(08).
000950 01  WS-WORK-REASON                   PIC X(40).
000960 01  WS-WORK-RULING                   PIC X(01).
000970 01  WS-WORK-CONFIRM                  PIC X(01).
000980 01  WS-RERUN-DATE                    PIC X(08).
000990 01  WS-RULING-TEXT                   PIC X(07).
001000
001010 PROCEDURE DIVISION.
001020*****************************************************
001030*  0000-MAINLINE.
001040*****************************************************
001050 0000-MAINLINE.
001060     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001070     PERFORM 2000-PROCESS-ONE-COMMAND THRU 2000-EXIT
001080         UNTIL WS-DONE
001090     PERFORM 9000-TERMINATE THRU 9000-EXIT
001100     STOP RUN.
001110
001120*****************************************************
001130*  1000-INITIALIZE - OPEN THE ADJUDICATION FILE,
001140*  CREATING IT ON FIRST USE, THE HISTORY FILE FOR
001150*  THE ROUND CHECK AND THE OPERATOR MASTER FOR THE
001160*  LEAD CHECK, THEN TAKE THE LEAD'S ID.  EVERY CASE
001170*  ACTION IS STAMPED WITH IT.
001180*****************************************************
001190 1000-INITIALIZE.
001200     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001210     OPEN I-O ADJUD-FILE
001220     IF WS-ADJUD-STATUS = "35"
001230         OPEN OUTPUT ADJUD-FILE
001240         CLOSE ADJUD-FILE
001250         OPEN I-O ADJUD-FILE
001260     END-IF
001270     IF WS-ADJUD-STATUS NOT = "00"
001280         DISPLAY "GUESSADJ - ADJUD OPEN FAILED, STATUS "
001290             WS-ADJUD-STATUS
001300         MOVE 8 TO RETURN-CODE
001310         STOP RUN
001320     END-IF
001330     OPEN INPUT SCOREHST-FILE
001340     IF WS-SCOREHST-STATUS = "00"
001350         SET WS-SCOREHST-AVAIL TO TRUE
001360     ELSE
001370         DISPLAY "Score history not available - "
001380             "rounds will not be checked."
001390     END-IF
001400     OPEN INPUT OPERMST-FILE
001410     IF WS-OPERMST-STATUS = "00"
001420         SET WS-OPERMST-AVAIL TO TRUE
001430     ELSE
001440         DISPLAY "Operator master not available - "
001450             "IDs will not be checked."
001460     END-IF
001470     PERFORM 1100-GET-LEAD-ID THRU 1100-EXIT.
001480 1000-EXIT.
001490     EXIT.
001500
001510*****************************************************
001520*  1100-GET-LEAD-ID - THE SHIFT LEAD KEYING THE
001530*  CASES.  MUST BE AN ACTIVE OPERATOR ON THE MASTER
001540*  WHEN THE MASTER IS AVAILABLE.  A BLANK ENTRY ENDS
001550*  THE RUN.
001560*****************************************************
001570 1100-GET-LEAD-ID.
001580     DISPLAY "Shift lead ID (blank = end): "
001590     ACCEPT WS-LEAD-ID
001600     INSPECT WS-LEAD-ID
001610         CONVERTING "abcdefghijklmnopqrstuvwxyz"
001620                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
001630     IF WS-LEAD-ID = SPACES
001640         SET WS-DONE TO TRUE
001650         GO TO 1100-EXIT
001660     END-IF
001670     IF WS-OPERMST-AVAIL
001680         MOVE WS-LEAD-ID TO OP-OPERATOR-ID
001690         READ OPERMST-FILE
001700             INVALID KEY
001710                 DISPLAY "Lead " WS-LEAD-ID
001720                     " is not on the operator master."
001730                 SET WS-DONE TO TRUE
001740             NOT INVALID KEY
001750                 IF NOT OP-ACTIVE
001760                     DISPLAY "Lead " WS-LEAD-ID " is inactive."
001770                     SET WS-DONE TO TRUE
001780                 END-IF
001790         END-READ
001800     END-IF.
001810 1100-EXIT.
001820     EXIT.
001830
001840*****************************************************
001850*  2000-PROCESS-ONE-COMMAND - PROMPT FOR A FUNCTION
001860*  AND DISPATCH IT.
001870*****************************************************
001880 2000-PROCESS-ONE-COMMAND.
001890     DISPLAY "Function (O=open R=rule S=sign off "
001900         "I=inquire E=end): "
001910     ACCEPT WS-FUNCTION-CODE
001920     INSPECT WS-FUNCTION-CODE
001930         CONVERTING "orsie" TO "ORSIE"
001940     EVALUATE TRUE
001950         WHEN WS-FUNC-OPEN
001960             PERFORM 3000-OPEN-CASE THRU 3000-EXIT
001970         WHEN WS-FUNC-RULE
001980             PERFORM 4000-RULE-CASE THRU 4000-EXIT
001990         WHEN WS-FUNC-SIGNOFF
002000             PERFORM 5000-SIGN-OFF-CASE THRU 5000-EXIT
002010         WHEN WS-FUNC-INQUIRE
002020             PERFORM 5500-INQUIRE-CASE THRU 5500-EXIT
002030         WHEN WS-FUNC-END
002040             SET WS-DONE TO TRUE
002050         WHEN OTHER
002060             DISPLAY "Unknown function."
002070     END-EVALUATE.
002080 2000-EXIT.
002090     EXIT.
002100
002110*****************************************************
002120*  3000-OPEN-CASE - NEW CASE AGAINST ONE ROUND.  THE
002130*  ROUND MUST BE ON SCOREHST WHEN THE HISTORY FILE
002140*  IS AVAILABLE, AND MAY ONLY HAVE ONE CASE.  A NEW
002150*  CASE STARTS PENDING - THE ROUND STILL COUNTS
002160*  UNTIL IT IS RULED VOID.
002170*****************************************************
002180 3000-OPEN-CASE.
002190     PERFORM 6000-GET-ROUND-KEY THRU 6000-EXIT
002200     IF WS-WORK-KEY = SPACES
002210         GO TO 3000-EXIT
002220     END-IF
002230     IF NOT WS-FOUND
002240         GO TO 3000-EXIT
002250     END-IF
002260     PERFORM 6100-READ-CASE THRU 6100-EXIT
002270     IF WS-ADJUD-STATUS = "00"
002280         DISPLAY "A case is already open on that round."
002290         GO TO 3000-EXIT
002300     END-IF
002310     PERFORM 6200-GET-REASON THRU 6200-EXIT
002320     IF NOT WS-EDITS-OK
002330         GO TO 3000-EXIT
002340     END-IF
002350     MOVE SPACES TO AJ-ADJUD-RECORD
002360     MOVE WS-WORK-KEY TO AJ-ROUND-KEY
002370     MOVE WS-TODAY TO AJ-OPENED-DATE
002380     MOVE WS-LEAD-ID TO AJ-OPENED-BY
002390     MOVE WS-WORK-REASON TO AJ-REASON
002400     SET AJ-RULING-PENDING TO TRUE
002410     MOVE 0 TO AJ-RULED-DATE
002420     MOVE "N" TO AJ-SIGNOFF-SW
002430     MOVE 0 TO AJ-SIGNOFF-DATE
002440     WRITE AJ-ADJUD-RECORD
002450         INVALID KEY
002460             DISPLAY "Open failed - status " WS-ADJUD-STATUS
002470         NOT INVALID KEY
002480             DISPLAY "Case opened - ruling PENDING."
002490     END-WRITE.
002500 3000-EXIT.
002510     EXIT.
002520
002530*****************************************************
002540*  4000-RULE-CASE - RECORD THE RULING ON AN OPEN
002550*  CASE.  A SIGNED-OFF CASE IS CLOSED.  THE REASON
002560*  MAY BE REKEYED (BLANK KEEPS IT).  WHEN A RULING
002570*  MOVES A ROUND INTO OR OUT OF VOID, THE DAY'S
002580*  ROLL-UP IS STALE - TELL THE LEAD WHICH DATE TO
002590*  RERUN GUESSEOD FOR.
002600*****************************************************
002610 4000-RULE-CASE.
002620     PERFORM 6000-GET-ROUND-KEY THRU 6000-EXIT
002630     IF WS-WORK-KEY = SPACES
002640         GO TO 4000-EXIT
002650     END-IF
002660     PERFORM 6100-READ-CASE THRU 6100-EXIT
002670     IF WS-ADJUD-STATUS NOT = "00"
002680         DISPLAY "No case on that round."
002690         GO TO 4000-EXIT
002700     END-IF
002710     IF AJ-SIGNED-OFF
002720         DISPLAY "Case was signed off by " AJ-SIGNOFF-BY
002730             " on " AJ-SIGNOFF-DATE " - it is closed."
002740         GO TO 4000-EXIT
002750     END-IF
002760     PERFORM 6300-SHOW-CASE THRU 6300-EXIT
002770     DISPLAY "Ruling (V=void U=uphold P=pending): "
002780     ACCEPT WS-WORK-RULING
002790     INSPECT WS-WORK-RULING
002800         CONVERTING "vup" TO "VUP"
002810     IF WS-WORK-RULING NOT = "V" AND WS-WORK-RULING NOT = "U"
002820             AND WS-WORK-RULING NOT = "P"
002830         DISPLAY "Ruling must be V, U or P - cancelled."
002840         GO TO 4000-EXIT
002850     END-IF
002860     DISPLAY "Reason (blank = keep): "
002870     MOVE SPACES TO WS-WORK-REASON
002880     ACCEPT WS-WORK-REASON
002890     IF WS-WORK-REASON NOT = SPACES
002900         MOVE WS-WORK-REASON TO AJ-REASON
002910     END-IF
002920     IF (AJ-RULING-VOID AND WS-WORK-RULING NOT = "V")
002930             OR (NOT AJ-RULING-VOID AND WS-WORK-RULING = "V")
002940         PERFORM 6400-SET-RERUN-DATE THRU 6400-EXIT
002950     ELSE
002960         MOVE SPACES TO WS-RERUN-DATE
002970     END-IF
002980     MOVE WS-WORK-RULING TO AJ-RULING
002990     MOVE WS-TODAY TO AJ-RULED-DATE
003000     MOVE WS-LEAD-ID TO AJ-RULED-BY
003010     REWRITE AJ-ADJUD-RECORD
003020         INVALID KEY
003030             DISPLAY "Update failed - status " WS-ADJUD-STATUS
003040             GO TO 4000-EXIT
003050     END-REWRITE
003060     PERFORM 6500-SET-RULING-TEXT THRU 6500-EXIT
003070     DISPLAY "Ruling recorded - " WS-RULING-TEXT "."
003080     IF WS-RERUN-DATE NOT = SPACES
003090         DISPLAY "Rerun GUESSEOD DATE=" WS-RERUN-DATE
003100             " to restate the daily roll-up."
003110     END-IF.
003120 4000-EXIT.
003130     EXIT.
003140
003150*****************************************************
003160*  5000-SIGN-OFF-CASE - CLOSE A RULED CASE.  A
003170*  PENDING CASE CANNOT BE SIGNED OFF - IT HAS NOT
003180*  BEEN DECIDED.
003190*****************************************************
003200 5000-SIGN-OFF-CASE.
003210     PERFORM 6000-GET-ROUND-KEY THRU 6000-EXIT
003220     IF WS-WORK-KEY = SPACES
003230         GO TO 5000-EXIT
003240     END-IF
003250     PERFORM 6100-READ-CASE THRU 6100-EXIT
003260     IF WS-ADJUD-STATUS NOT = "00"
003270         DISPLAY "No case on that round."
003280         GO TO 5000-EXIT
003290     END-IF
003300     IF AJ-SIGNED-OFF
003310         DISPLAY "Case was already signed off by "
003320             AJ-SIGNOFF-BY " on " AJ-SIGNOFF-DATE "."
003330         GO TO 5000-EXIT
003340     END-IF
003350     IF AJ-RULING-PENDING
003360         DISPLAY "Case is still pending - rule it first."
003370         GO TO 5000-EXIT
003380     END-IF
003390     PERFORM 6300-SHOW-CASE THRU 6300-EXIT
003400     DISPLAY "Sign off this ruling (Y/N)? "
003410     ACCEPT WS-WORK-CONFIRM
003420     IF WS-WORK-CONFIRM NOT = "Y" AND WS-WORK-CONFIRM NOT = "y"
003430         DISPLAY "Sign-off cancelled."
003440         GO TO 5000-EXIT
003450     END-IF
003460     SET AJ-SIGNED-OFF TO TRUE
003470     MOVE WS-TODAY TO AJ-SIGNOFF-DATE
003480     MOVE WS-LEAD-ID TO AJ-SIGNOFF-BY
003490     REWRITE AJ-ADJUD-RECORD
003500         INVALID KEY
003510             DISPLAY "Update failed - status " WS-ADJUD-STATUS
003520         NOT INVALID KEY
003530             DISPLAY "Case signed off."
003540     END-REWRITE.
003550 5000-EXIT.
003560     EXIT.
003570
003580*****************************************************
003590*  5500-INQUIRE-CASE - SHOW ONE CASE AS IT STANDS.
003600*****************************************************
003610 5500-INQUIRE-CASE.
003620     PERFORM 6000-GET-ROUND-KEY THRU 6000-EXIT
003630     IF WS-WORK-KEY = SPACES
003640         GO TO 5500-EXIT
003650     END-IF
003660     PERFORM 6100-READ-CASE THRU 6100-EXIT
003670     IF WS-ADJUD-STATUS NOT = "00"
003680         DISPLAY "No case on that round."
003690         GO TO 5500-EXIT
003700     END-IF
003710     PERFORM 6300-SHOW-CASE THRU 6300-EXIT
003720     IF AJ-SIGNED-OFF
003730         DISPLAY "Signed off " AJ-SIGNOFF-DATE " by "
003740             AJ-SIGNOFF-BY
003750     ELSE
003760         DISPLAY "Not signed off."
003770     END-IF.
003780 5500-EXIT.
003790     EXIT.
003800
003810*****************************************************
003820*  6000-GET-ROUND-KEY - PROMPT FOR THE FOUR PARTS OF
003830*  THE HISTORY KEY, AS GUESSINQ AND THE FAIR-PLAY
003840*  REPORT PRINT THEM.  A BLANK OPERATOR CANCELS THE
003850*  FUNCTION.  WS-FOUND SAYS THE ROUND IS ON SCOREHST
003860*  (OR THE HISTORY FILE WAS DOWN).
003870*****************************************************
003880 6000-GET-ROUND-KEY.
003890     MOVE SPACES TO WS-WORK-KEY
003900     MOVE "Y" TO WS-FOUND-SW
003910     DISPLAY "Operator ID (blank = cancel): "
003920     ACCEPT WS-WORK-OPERATOR-ID
003930     INSPECT WS-WORK-OPERATOR-ID
003940         CONVERTING "abcdefghijklmnopqrstuvwxyz"
003950                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003960     IF WS-WORK-OPERATOR-ID = SPACES
003970         MOVE SPACES TO WS-WORK-KEY
003980         GO TO 6000-EXIT
003990     END-IF
004000     DISPLAY "Session date (YYYYMMDD): "
004010     ACCEPT WS-WORK-SESSION-DATE
004020     DISPLAY "Session time (HHMMSSCC): "
004030     ACCEPT WS-WORK-SESSION-TIME
004040     DISPLAY "Terminal ID: "
004050     ACCEPT WS-WORK-TERMINAL-ID
004060     INSPECT WS-WORK-TERMINAL-ID
004070         CONVERTING "abcdefghijklmnopqrstuvwxyz"
004080                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004090     IF WS-SCOREHST-AVAIL
004100         MOVE WS-WORK-KEY TO SH-HIST-KEY
004110         READ SCOREHST-FILE
004120             INVALID KEY
004130                 MOVE "N" TO WS-FOUND-SW
004140                 DISPLAY "No such round on score history."
004150         END-READ
004160     END-IF.
004170 6000-EXIT.
004180     EXIT.
004190
004200*****************************************************
004210*  6100-READ-CASE - READ THE CASE FOR THE KEYED
004220*  ROUND.  STATUS 00 MEANS THERE IS ONE.
004230*****************************************************
004240 6100-READ-CASE.
004250     MOVE WS-WORK-KEY TO AJ-ROUND-KEY
004260     READ ADJUD-FILE
004270         INVALID KEY
004280             CONTINUE
004290     END-READ.
004300 6100-EXIT.
004310     EXIT.
004320
004330*****************************************************
004340*  6200-GET-REASON - A CASE MUST SAY WHY IT WAS
004350*  OPENED.  A BLANK REASON CANCELS THE FUNCTION.
004360*****************************************************
004370 6200-GET-REASON.
004380     MOVE "N" TO WS-EDITS-OK-SW
004390     DISPLAY "Reason for the dispute: "
004400     MOVE SPACES TO WS-WORK-REASON
004410     ACCEPT WS-WORK-REASON
004420     IF WS-WORK-REASON = SPACES
004430         DISPLAY "A reason is required - cancelled."
004440     ELSE
004450         SET WS-EDITS-OK TO TRUE
004460     END-IF.
004470 6200-EXIT.
004480     EXIT.
004490
004500*****************************************************
004510*  6300-SHOW-CASE - THE CASE AS IT STANDS.
004520*****************************************************
004530 6300-SHOW-CASE.
004540     PERFORM 6500-SET-RULING-TEXT THRU 6500-EXIT
004550     DISPLAY "Opened " AJ-OPENED-DATE " by " AJ-OPENED-BY
004560     DISPLAY "Reason: " AJ-REASON
004570     DISPLAY "Ruling: " WS-RULING-TEXT
004580     IF NOT AJ-RULING-PENDING OR AJ-RULED-BY NOT = SPACES
004590         DISPLAY "Ruled " AJ-RULED-DATE " by " AJ-RULED-BY
004600     END-IF.
004610 6300-EXIT.
004620     EXIT.
004630
004640*****************************************************
004650*  6400-SET-RERUN-DATE - THE BUSINESS DATE THE ROUND
004660*  ROLLS UP UNDER: THE SHIFT DATE OFF THE HISTORY
004670*  RECORD, OR THE SESSION DATE WHEN THE ROUND HAS NO
004680*  SHIFT DATE OR THE HISTORY FILE IS DOWN.
004690*****************************************************
004700 6400-SET-RERUN-DATE.
004710     MOVE AJ-SESSION-DATE TO WS-RERUN-DATE
004720     IF WS-SCOREHST-AVAIL
004730         MOVE AJ-ROUND-KEY TO SH-HIST-KEY
004740         READ SCOREHST-FILE
004750             INVALID KEY
004760                 GO TO 6400-EXIT
004770         END-READ
004780         IF SH-SHIFT-DATE NOT = SPACES
004790             MOVE SH-SHIFT-DATE TO WS-RERUN-DATE
004800         END-IF
004810     END-IF.
004820 6400-EXIT.
004830     EXIT.
004840
004850 6500-SET-RULING-TEXT.
004860     EVALUATE TRUE
004870         WHEN AJ-RULING-VOID
004880             MOVE "VOID   " TO WS-RULING-TEXT
004890         WHEN AJ-RULING-UPHOLD
004900             MOVE "UPHELD " TO WS-RULING-TEXT
004910         WHEN OTHER
004920             MOVE "PENDING" TO WS-RULING-TEXT
004930     END-EVALUATE.
004940 6500-EXIT.
004950     EXIT.
004960
004970*****************************************************
004980*  9000-TERMINATE - CLOSE UP SHOP.
004990*****************************************************
005000 9000-TERMINATE.
005010     CLOSE ADJUD-FILE
005020     IF WS-SCOREHST-AVAIL
005030         CLOSE SCOREHST-FILE
005040     END-IF
005050     IF WS-OPERMST-AVAIL
005060         CLOSE OPERMST-FILE
005070     END-IF.
005080 9000-EXIT.
005090     EXIT.
