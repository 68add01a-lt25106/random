000010*****************************************************
000020*  IDENTIFICATION DIVISION.
000030*****************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. GUESSTRM.
000060 AUTHOR. D. LARKSPUR.
000070 INSTALLATION. FLOOR OPERATIONS - SHIFT SYSTEMS.
000080 DATE-WRITTEN. 10/15/2026.
000090 DATE-COMPILED.
000100*****************************************************
000110*  MODIFICATION HISTORY.
000120*  DATE        BY    DESCRIPTION
000130*  ----------  ----  ------------------------------
000140*  10/15/2026  DL    ORIGINAL VERSION - TERMINAL
000150*                    MASTER MAINTENANCE.  ADD FLOOR
000160*                    TERMINALS, TAKE THEM OUT OF AND
000170*                    BACK INTO SERVICE, CORRECT THE
000180*                    LOCATION AND AREA, AND LIST THE
000190*                    MASTER, FROM THE TERMINAL, SO THE
000200*                    TERMINAL CHECK IN GUESS HAS A
000210*                    MASTER TO CHECK AGAINST.
000220*****************************************************
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER. IBM-370.
000260 OBJECT-COMPUTER. IBM-370.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT TERMMST-FILE ASSIGN TO "TERMMST"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS TR-TERMINAL-ID
000330         FILE STATUS IS WS-TERMMST-STATUS.
000340
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  TERMMST-FILE
000380     LABEL RECORDS ARE STANDARD.
000390     COPY TERMMR.
000400
000410 WORKING-STORAGE SECTION.
000420 01  WS-TERMMST-STATUS                PIC X(02) VALUE SPACES.
000430
000440 01  WS-FUNCTION-CODE                 PIC X(01).
000450     88  WS-FUNC-ADD                      VALUE "A".
000460     88  WS-FUNC-OUT-OF-SERVICE           VALUE "O".
000470     88  WS-FUNC-IN-SERVICE               VALUE "I".
000480     88  WS-FUNC-CORRECT                  VALUE "C".
000490     88  WS-FUNC-LIST                     VALUE "L".
000500     88  WS-FUNC-END                      VALUE "E".
000510
000520 01  WS-DONE-SW                       PIC X(01) VALUE "N".
000530     88  WS-DONE                          VALUE "Y".
000540 01  WS-FOUND-SW                      PIC X(01) VALUE "N".
000550     88  WS-FOUND                         VALUE "Y".
000560 01  WS-LIST-EOF-SW                   PIC X(01) VALUE "N".
000570     88  WS-LIST-EOF                      VALUE "Y".
000580
000590 01  WS-TODAY                         PIC 9(08).
000600 01  WS-WORK-TERMINAL-ID              PIC X(08).
000610 01  WS-WORK-LOCATION                 PIC X(20).
000620 01  WS-WORK-AREA                     PIC X(08).
000630 01  WS-LIST-COUNT                    PIC 9(05) VALUE 0.
000640 01  WS-LIST-SERVICE                  PIC X(14).
000650
000660 PROCEDURE DIVISION.
000670*****************************************************
000680*  0000-MAINLINE.
000690*****************************************************
000700 0000-MAINLINE.
000710     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000720     PERFORM 2000-PROCESS-ONE-COMMAND THRU 2000-EXIT
000730         UNTIL WS-DONE
000740     PERFORM 9000-TERMINATE THRU 9000-EXIT
000750     STOP RUN.
000760
000770*****************************************************
000780*  1000-INITIALIZE - OPEN THE MASTER, CREATING IT ON
000790*  FIRST USE.
000800*****************************************************
000810 1000-INITIALIZE.
000820     ACCEPT WS-TODAY FROM DATE YYYYMMDD
000830     OPEN I-O TERMMST-FILE
000840     IF WS-TERMMST-STATUS = "35"
000850         OPEN OUTPUT TERMMST-FILE
000860         CLOSE TERMMST-FILE
000870         OPEN I-O TERMMST-FILE
000880     END-IF.
000890 1000-EXIT.
000900     EXIT.
000910
000920*****************************************************
000930*  2000-PROCESS-ONE-COMMAND - PROMPT FOR A FUNCTION
000940*  AND DISPATCH IT.
000950*****************************************************
000960 2000-PROCESS-ONE-COMMAND.
000970     DISPLAY "Function (A=add O=out of service I=in service "
000980         "C=correct L=list E=end): "
000990     ACCEPT WS-FUNCTION-CODE
001000     INSPECT WS-FUNCTION-CODE
001010         CONVERTING "abcdefghijklmnopqrstuvwxyz"
001020                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
001030     EVALUATE TRUE
001040         WHEN WS-FUNC-ADD
001050             PERFORM 3000-ADD-TERMINAL THRU 3000-EXIT
001060         WHEN WS-FUNC-OUT-OF-SERVICE
001070             PERFORM 4000-SET-SERVICE THRU 4000-EXIT
001080         WHEN WS-FUNC-IN-SERVICE
001090             PERFORM 4000-SET-SERVICE THRU 4000-EXIT
001100         WHEN WS-FUNC-CORRECT
001110             PERFORM 5000-CORRECT-TERMINAL THRU 5000-EXIT
001120         WHEN WS-FUNC-LIST
001130             PERFORM 5500-LIST-TERMINALS THRU 5500-EXIT
001140         WHEN WS-FUNC-END
001150             SET WS-DONE TO TRUE
001160         WHEN OTHER
001170             DISPLAY "Unknown function."
001180     END-EVALUATE.
001190 2000-EXIT.
001200     EXIT.
001210
001220*****************************************************
001230*  3000-ADD-TERMINAL - NEW MASTER RECORD.  THE ID
001240*  MUST NOT ALREADY BE ON FILE.  A NEW TERMINAL GOES
001250*  ON FILE IN SERVICE.
001260*****************************************************
001270 3000-ADD-TERMINAL.
001280     PERFORM 6000-GET-TERMINAL-ID THRU 6000-EXIT
001290     IF WS-WORK-TERMINAL-ID = SPACES
001300         GO TO 3000-EXIT
001310     END-IF
001320     PERFORM 6100-READ-MASTER THRU 6100-EXIT
001330     IF WS-FOUND
001340         DISPLAY "Terminal " WS-WORK-TERMINAL-ID
001350             " is already on file."
001360         GO TO 3000-EXIT
001370     END-IF
001380     DISPLAY "Floor location: "
001390     ACCEPT WS-WORK-LOCATION
001400     DISPLAY "Area: "
001410     ACCEPT WS-WORK-AREA
001420     INSPECT WS-WORK-AREA
001430         CONVERTING "abcdefghijklmnopqrstuvwxyz"
001440                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
001450     MOVE SPACES TO TR-TERM-RECORD
001460     MOVE WS-WORK-TERMINAL-ID TO TR-TERMINAL-ID
001470     MOVE WS-WORK-LOCATION TO TR-FLOOR-LOCATION
001480     MOVE WS-WORK-AREA TO TR-AREA
001490     SET TR-IN-SERVICE TO TRUE
001500     MOVE WS-TODAY TO TR-SERVICE-DATE
001510     WRITE TR-TERM-RECORD
001520         INVALID KEY
001530             DISPLAY "Add failed - status " WS-TERMMST-STATUS
001540         NOT INVALID KEY
001550             DISPLAY "Terminal " WS-WORK-TERMINAL-ID " added."
001560     END-WRITE.
001570 3000-EXIT.
001580     EXIT.
001590
001600*****************************************************
001610*  4000-SET-SERVICE - TAKE A TERMINAL OUT OF SERVICE
001620*  OR PUT IT BACK.  THE RECORD STAYS ON FILE SO OLD
001630*  HISTORY ROUNDS STILL REPORT UNDER ITS LOCATION.
001640*****************************************************
001650 4000-SET-SERVICE.
001660     PERFORM 6000-GET-TERMINAL-ID THRU 6000-EXIT
001670     IF WS-WORK-TERMINAL-ID = SPACES
001680         GO TO 4000-EXIT
001690     END-IF
001700     PERFORM 6100-READ-MASTER THRU 6100-EXIT
001710     IF NOT WS-FOUND
001720         DISPLAY "Terminal " WS-WORK-TERMINAL-ID
001730             " is not on file."
001740         GO TO 4000-EXIT
001750     END-IF
001760     IF WS-FUNC-OUT-OF-SERVICE
001770         SET TR-OUT-OF-SERVICE TO TRUE
001780     ELSE
001790         SET TR-IN-SERVICE TO TRUE
001800     END-IF
001810     MOVE WS-TODAY TO TR-SERVICE-DATE
001820     REWRITE TR-TERM-RECORD
001830         INVALID KEY
001840             DISPLAY "Update failed - status " WS-TERMMST-STATUS
001850         NOT INVALID KEY
001860             IF TR-IN-SERVICE
001870                 DISPLAY "Terminal " WS-WORK-TERMINAL-ID
001880                     " back in service."
001890             ELSE
001900                 DISPLAY "Terminal " WS-WORK-TERMINAL-ID
001910                     " out of service."
001920             END-IF
001930     END-REWRITE.
001940 4000-EXIT.
001950     EXIT.
001960
001970*****************************************************
001980*  5000-CORRECT-TERMINAL - FIX THE LOCATION OR AREA
001990*  ON AN EXISTING RECORD.  A BLANK ENTRY KEEPS THE
002000*  CURRENT VALUE.
002010*****************************************************
002020 5000-CORRECT-TERMINAL.
002030     PERFORM 6000-GET-TERMINAL-ID THRU 6000-EXIT
002040     IF WS-WORK-TERMINAL-ID = SPACES
002050         GO TO 5000-EXIT
002060     END-IF
002070     PERFORM 6100-READ-MASTER THRU 6100-EXIT
002080     IF NOT WS-FOUND
002090         DISPLAY "Terminal " WS-WORK-TERMINAL-ID
002100             " is not on file."
002110         GO TO 5000-EXIT
002120     END-IF
002130     DISPLAY "Location [" TR-FLOOR-LOCATION "] area ["
002140         TR-AREA "] service [" TR-SERVICE-FLAG "]"
002150     DISPLAY "New floor location (blank = keep): "
002160     ACCEPT WS-WORK-LOCATION
002170     IF WS-WORK-LOCATION NOT = SPACES
002180         MOVE WS-WORK-LOCATION TO TR-FLOOR-LOCATION
002190     END-IF
002200     DISPLAY "New area (blank = keep): "
002210     ACCEPT WS-WORK-AREA
002220     INSPECT WS-WORK-AREA
002230         CONVERTING "abcdefghijklmnopqrstuvwxyz"
002240                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002250     IF WS-WORK-AREA NOT = SPACES
002260         MOVE WS-WORK-AREA TO TR-AREA
002270     END-IF
002280     REWRITE TR-TERM-RECORD
002290         INVALID KEY
002300             DISPLAY "Update failed - status " WS-TERMMST-STATUS
002310         NOT INVALID KEY
002320             DISPLAY "Terminal " WS-WORK-TERMINAL-ID " updated."
002330     END-REWRITE.
002340 5000-EXIT.
002350     EXIT.
002360
002370*****************************************************
002380*  5500-LIST-TERMINALS - EVERY TERMINAL ON THE
002390*  MASTER IN ID ORDER WITH ITS SERVICE STATE.
002400*****************************************************
002410 5500-LIST-TERMINALS.
002420     MOVE 0 TO WS-LIST-COUNT
002430     MOVE "N" TO WS-LIST-EOF-SW
002440     MOVE LOW-VALUES TO TR-TERMINAL-ID
002450     START TERMMST-FILE KEY NOT LESS THAN TR-TERMINAL-ID
002460         INVALID KEY
002470             SET WS-LIST-EOF TO TRUE
002480     END-START
002490     PERFORM 5510-LIST-ONE-TERMINAL THRU 5510-EXIT
002500         UNTIL WS-LIST-EOF
002510     IF WS-LIST-COUNT = 0
002520         DISPLAY "No terminals on file."
002530     END-IF.
002540 5500-EXIT.
002550     EXIT.
002560
002570 5510-LIST-ONE-TERMINAL.
002580     READ TERMMST-FILE NEXT RECORD
002590         AT END
002600             SET WS-LIST-EOF TO TRUE
002610     END-READ
002620     IF WS-LIST-EOF
002630         GO TO 5510-EXIT
002640     END-IF
002650     IF TR-IN-SERVICE
002660         MOVE "IN SERVICE" TO WS-LIST-SERVICE
002670     ELSE
002680         MOVE "OUT OF SERVICE" TO WS-LIST-SERVICE
002690     END-IF
002700     ADD 1 TO WS-LIST-COUNT
002710     DISPLAY TR-TERMINAL-ID " " TR-FLOOR-LOCATION " "
002720         TR-AREA " " WS-LIST-SERVICE " SINCE "
002730         TR-SERVICE-DATE.
002740 5510-EXIT.
002750     EXIT.
002760
002770*****************************************************
002780*  6000-GET-TERMINAL-ID - PROMPT FOR THE ID.  A
002790*  BLANK ENTRY CANCELS THE FUNCTION.
002800*****************************************************
002810 6000-GET-TERMINAL-ID.
002820     DISPLAY "Terminal ID (blank = cancel): "
002830     ACCEPT WS-WORK-TERMINAL-ID
002840     INSPECT WS-WORK-TERMINAL-ID
002850         CONVERTING "abcdefghijklmnopqrstuvwxyz"
002860                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002870 6000-EXIT.
002880     EXIT.
002890
002900*****************************************************
002910*  6100-READ-MASTER - RANDOM READ BY TERMINAL ID.
002920*****************************************************
002930 6100-READ-MASTER.
002940     MOVE "N" TO WS-FOUND-SW
002950     MOVE WS-WORK-TERMINAL-ID TO TR-TERMINAL-ID
002960     READ TERMMST-FILE
002970         INVALID KEY
002980             CONTINUE
002990         NOT INVALID KEY
003000             SET WS-FOUND TO TRUE
003010     END-READ.
003020 6100-EXIT.
003030     EXIT.
003040
003050*****************************************************
003060*  9000-TERMINATE - CLOSE UP SHOP.
003070*****************************************************
003080 9000-TERMINATE.
003090     CLOSE TERMMST-FILE.
003100 9000-EXIT.
003110     EXIT.
