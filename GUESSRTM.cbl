000010*****************************************************
000020*  IDENTIFICATION DIVISION.
000030*****************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. GUESSRTM.
000060 AUTHOR. D. LARKSPUR.
000070 INSTALLATION. FLOOR OPERATIONS - SHIFT SYSTEMS.
000080 DATE-WRITTEN. 10/15/2026.
000090 DATE-COMPILED.
000100*****************************************************
000110*  MODIFICATION HISTORY.
000120*  DATE        BY    DESCRIPTION
000130*  ----------  ----  ------------------------------
000140*  10/15/2026  DL    ORIGINAL VERSION - RECOGNITION
000150*                    PAYOUT RATE MAINTENANCE.  ADD,
000160*                    CORRECT AND DELETE PAYRATE
000170*                    ENTRIES FROM THE TERMINAL, THE
000180*                    SAME SHAPE AS GUESSTDM: THE
000190*                    PAYROLL EARNING CODE AND AMOUNT
000200*                    PAID FOR EACH MILESTONE AWARD
000210*                    CODE AND EACH TOURNAMENT PLACE.
000220*                    GUESSPAY PAYS FROM THIS TABLE AT
000230*                    MONTH END.
000240*****************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-370.
000280 OBJECT-COMPUTER. IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT PAYRATE-FILE ASSIGN TO "PAYRATE"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS PY-RATE-KEY
000350         FILE STATUS IS WS-PAYRATE-STATUS.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  PAYRATE-FILE
000400     LABEL RECORDS ARE STANDARD.
000410     COPY PAYRTR.
000420
000430 WORKING-STORAGE SECTION.
000440 01  WS-PAYRATE-STATUS                PIC X(02) VALUE SPACES.
000450
000460 01  WS-FUNCTION-CODE                 PIC X(01).
000470     88  WS-FUNC-ADD                      VALUE "A".
000480     88  WS-FUNC-CORRECT                  VALUE "C".
000490     88  WS-FUNC-DELETE                   VALUE "D".
000500     88  WS-FUNC-END                      VALUE "E".
000510
000520 01  WS-DONE-SW                       PIC X(01) VALUE "N".
000530     88  WS-DONE                          VALUE "Y".
000540 01  WS-EDITS-OK-SW                   PIC X(01) VALUE "N".
000550     88  WS-EDITS-OK                      VALUE "Y".
000560
000570 01  WS-TODAY                         PIC 9(08).
000580 01  WS-MAX-PLACES                    PIC 9(03) VALUE 10.
000590 01  WS-WORK-TYPE                     PIC X(01).
000600     88  WS-WORK-TYPE-AWARD               VALUE "A".
000610     88  WS-WORK-TYPE-PLACING             VALUE "P".
000620 01  WS-WORK-CODE                     PIC X(04).
000630 01  WS-WORK-PLACE                    PIC 9(04).
000640 01  WS-WORK-EARN-CODE                PIC X(04).
000650 01  WS-WORK-INPUT                    PIC X(08) JUSTIFIED RIGHT.
000660 01  WS-WORK-NUMBER                   PIC 9(08).
000670 01  WS-WORK-AMOUNT                   PIC 9(05)V99.
000680 01  WS-WORK-DESC                     PIC X(30).
000690 01  WS-SHOW-AMOUNT                   PIC ZZZZ9.99.
000700
000710 PROCEDURE DIVISION.
000720*****************************************************
000730*  0000-MAINLINE.
000740*****************************************************
000750 0000-MAINLINE.
000760     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000770     PERFORM 2000-PROCESS-ONE-COMMAND THRU 2000-EXIT
000780         UNTIL WS-DONE
000790     PERFORM 9000-TERMINATE THRU 9000-EXIT
000800     STOP RUN.
000810
000820*****************************************************
000830*  1000-INITIALIZE - OPEN THE RATE TABLE, CREATING IT
000840*  ON FIRST USE.
000850*****************************************************
000860 1000-INITIALIZE.
000870     ACCEPT WS-TODAY FROM DATE YYYYMMDD
000880     OPEN I-O PAYRATE-FILE
000890     IF WS-PAYRATE-STATUS = "35"
000900         OPEN OUTPUT PAYRATE-FILE
000910         CLOSE PAYRATE-FILE
000920         OPEN I-O PAYRATE-FILE
000930     END-IF.
000940 1000-EXIT.
000950     EXIT.
000960
000970*****************************************************
000980*  2000-PROCESS-ONE-COMMAND - PROMPT FOR A FUNCTION
000990*  AND DISPATCH IT.
001000*****************************************************
001010 2000-PROCESS-ONE-COMMAND.
001020     DISPLAY "Function (A=add C=correct D=delete E=end): "
001030     ACCEPT WS-FUNCTION-CODE
001040     EVALUATE TRUE
001050         WHEN WS-FUNC-ADD
001060             PERFORM 3000-ADD-RATE THRU 3000-EXIT
001070         WHEN WS-FUNC-CORRECT
001080             PERFORM 4000-CORRECT-RATE THRU 4000-EXIT
001090         WHEN WS-FUNC-DELETE
001100             PERFORM 5000-DELETE-RATE THRU 5000-EXIT
001110         WHEN WS-FUNC-END
001120             SET WS-DONE TO TRUE
001130         WHEN OTHER
001140             DISPLAY "Unknown function."
001150     END-EVALUATE.
001160 2000-EXIT.
001170     EXIT.
001180
001190*****************************************************
001200*  3000-ADD-RATE - NEW PAYABLE ITEM.  THE TYPE AND
001210*  CODE MUST NOT ALREADY BE ON FILE.
001220*****************************************************
001230 3000-ADD-RATE.
001240     PERFORM 6000-GET-RATE-KEY THRU 6000-EXIT
001250     IF WS-WORK-TYPE = SPACES
001260         GO TO 3000-EXIT
001270     END-IF
001280     MOVE WS-WORK-TYPE TO PY-RATE-TYPE
001290     MOVE WS-WORK-CODE TO PY-RATE-CODE
001300     READ PAYRATE-FILE
001310         INVALID KEY
001320             CONTINUE
001330         NOT INVALID KEY
001340             DISPLAY "Rate " WS-WORK-TYPE " " WS-WORK-CODE
001350                 " is already on file."
001360             GO TO 3000-EXIT
001370     END-READ
001380     PERFORM 6200-GET-RATE-VALUES THRU 6200-EXIT
001390     IF NOT WS-EDITS-OK
001400         GO TO 3000-EXIT
001410     END-IF
001420     MOVE SPACES TO PY-RATE-RECORD
001430     MOVE WS-WORK-TYPE TO PY-RATE-TYPE
001440     MOVE WS-WORK-CODE TO PY-RATE-CODE
001450     MOVE WS-WORK-EARN-CODE TO PY-EARN-CODE
001460     MOVE WS-WORK-AMOUNT TO PY-AMOUNT
001470     MOVE WS-WORK-DESC TO PY-RATE-DESC
001480     MOVE WS-TODAY TO PY-LAST-CHANGED
001490     WRITE PY-RATE-RECORD
001500         INVALID KEY
001510             DISPLAY "Add failed - status " WS-PAYRATE-STATUS
001520         NOT INVALID KEY
001530             DISPLAY "Rate " WS-WORK-TYPE " " WS-WORK-CODE
001540                 " added."
001550     END-WRITE.
001560 3000-EXIT.
001570     EXIT.
001580
001590*****************************************************
001600*  4000-CORRECT-RATE - REPLACE AN EXISTING ITEM'S
001610*  EARNING CODE, AMOUNT AND DESCRIPTION.  A CHANGED
001620*  AMOUNT APPLIES TO EVERYTHING NOT YET PAID.
001630*****************************************************
001640 4000-CORRECT-RATE.
001650     PERFORM 6000-GET-RATE-KEY THRU 6000-EXIT
001660     IF WS-WORK-TYPE = SPACES
001670         GO TO 4000-EXIT
001680     END-IF
001690     MOVE WS-WORK-TYPE TO PY-RATE-TYPE
001700     MOVE WS-WORK-CODE TO PY-RATE-CODE
001710     READ PAYRATE-FILE
001720         INVALID KEY
001730             DISPLAY "Rate " WS-WORK-TYPE " " WS-WORK-CODE
001740                 " is not on file."
001750             GO TO 4000-EXIT
001760     END-READ
001770     MOVE PY-AMOUNT TO WS-SHOW-AMOUNT
001780     DISPLAY "Current: " PY-EARN-CODE " " WS-SHOW-AMOUNT " "
001790         PY-RATE-DESC " changed " PY-LAST-CHANGED
001800     PERFORM 6200-GET-RATE-VALUES THRU 6200-EXIT
001810     IF NOT WS-EDITS-OK
001820         GO TO 4000-EXIT
001830     END-IF
001840     MOVE WS-WORK-EARN-CODE TO PY-EARN-CODE
001850     MOVE WS-WORK-AMOUNT TO PY-AMOUNT
001860     MOVE WS-WORK-DESC TO PY-RATE-DESC
001870     MOVE WS-TODAY TO PY-LAST-CHANGED
001880     REWRITE PY-RATE-RECORD
001890         INVALID KEY
001900             DISPLAY "Update failed - status " WS-PAYRATE-STATUS
001910         NOT INVALID KEY
001920             DISPLAY "Rate " WS-WORK-TYPE " " WS-WORK-CODE
001930                 " updated."
001940     END-REWRITE.
001950 4000-EXIT.
001960     EXIT.
001970
001980*****************************************************
001990*  5000-DELETE-RATE - DROP THE ITEM.  AWARDS AND
002000*  PLACINGS IT WOULD HAVE PAID ARE HELD BACK BY
002010*  GUESSPAY AS UNRATED UNTIL A RATE IS ADDED AGAIN.
002020*****************************************************
002030 5000-DELETE-RATE.
002040     PERFORM 6000-GET-RATE-KEY THRU 6000-EXIT
002050     IF WS-WORK-TYPE = SPACES
002060         GO TO 5000-EXIT
002070     END-IF
002080     MOVE WS-WORK-TYPE TO PY-RATE-TYPE
002090     MOVE WS-WORK-CODE TO PY-RATE-CODE
002100     DELETE PAYRATE-FILE
002110         INVALID KEY
002120             DISPLAY "Rate " WS-WORK-TYPE " " WS-WORK-CODE
002130                 " is not on file."
002140         NOT INVALID KEY
002150             DISPLAY "Rate " WS-WORK-TYPE " " WS-WORK-CODE
002160                 " deleted."
002170     END-DELETE.
002180 5000-EXIT.
002190     EXIT.
002200
002210*****************************************************
002220*  6000-GET-RATE-KEY - PROMPT FOR THE RATE TYPE AND
002230*  CODE.  AN AWARD TAKES THE AWARD CODE AS KEYED; A
002240*  PLACING TAKES THE PLACE NUMBER, 1 TO 10, STORED
002250*  ZERO-FILLED.  A BLANK TYPE CANCELS THE FUNCTION,
002260*  AND SO DOES ANY BAD ENTRY.
002270*****************************************************
002280 6000-GET-RATE-KEY.
002290     DISPLAY "Rate type (A=award P=placing, blank = cancel): "
002300     ACCEPT WS-WORK-TYPE
002310     INSPECT WS-WORK-TYPE
002320         CONVERTING "ap" TO "AP"
002330     IF WS-WORK-TYPE = SPACES
002340         GO TO 6000-EXIT
002350     END-IF
002360     IF WS-WORK-TYPE-AWARD
002370         DISPLAY "Award code: "
002380         ACCEPT WS-WORK-CODE
002390         INSPECT WS-WORK-CODE
002400             CONVERTING "abcdefghijklmnopqrstuvwxyz"
002410                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002420         IF WS-WORK-CODE = SPACES
002430             DISPLAY "Award code is required - cancelled."
002440             MOVE SPACES TO WS-WORK-TYPE
002450         END-IF
002460         GO TO 6000-EXIT
002470     END-IF
002480     IF NOT WS-WORK-TYPE-PLACING
002490         DISPLAY "Rate type must be A or P - cancelled."
002500         MOVE SPACES TO WS-WORK-TYPE
002510         GO TO 6000-EXIT
002520     END-IF
002530     MOVE "N" TO WS-EDITS-OK-SW
002540     DISPLAY "Place (1-10): "
002550     PERFORM 6210-GET-ONE-NUMBER THRU 6210-EXIT
002560     IF NOT WS-EDITS-OK
002570         MOVE SPACES TO WS-WORK-TYPE
002580         GO TO 6000-EXIT
002590     END-IF
002600     MOVE WS-WORK-INPUT TO WS-WORK-NUMBER
002610     IF WS-WORK-NUMBER = 0 OR WS-WORK-NUMBER > WS-MAX-PLACES
002620         DISPLAY "Place must be 1 to 10 - cancelled."
002630         MOVE SPACES TO WS-WORK-TYPE
002640         GO TO 6000-EXIT
002650     END-IF
002660     MOVE WS-WORK-NUMBER TO WS-WORK-PLACE
002670     MOVE WS-WORK-PLACE TO WS-WORK-CODE.
002680 6000-EXIT.
002690     EXIT.
002700
002710*****************************************************
002720*  6200-GET-RATE-VALUES - PROMPT FOR THE ITEM'S
002730*  VALUES AND EDIT THEM - AN EARNING CODE IS
002740*  REQUIRED AND THE AMOUNT, KEYED IN CENTS, MUST BE
002750*  ABOVE ZERO AND FIT THE FIELD.  ANY BAD ENTRY
002760*  CANCELS THE FUNCTION.
002770*****************************************************
002780 6200-GET-RATE-VALUES.
002790     MOVE "N" TO WS-EDITS-OK-SW
002800     DISPLAY "Payroll earning code: "
002810     ACCEPT WS-WORK-EARN-CODE
002820     INSPECT WS-WORK-EARN-CODE
002830         CONVERTING "abcdefghijklmnopqrstuvwxyz"
002840                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002850     IF WS-WORK-EARN-CODE = SPACES
002860         DISPLAY "Earning code is required - cancelled."
002870         GO TO 6200-EXIT
002880     END-IF
002890     DISPLAY "Amount in cents (2500 = 25.00): "
002900     PERFORM 6210-GET-ONE-NUMBER THRU 6210-EXIT
002910     IF NOT WS-EDITS-OK
002920         GO TO 6200-EXIT
002930     END-IF
002940     MOVE WS-WORK-INPUT TO WS-WORK-NUMBER
002950     IF WS-WORK-NUMBER = 0 OR WS-WORK-NUMBER > 9999999
002960         DISPLAY "Amount must be 0.01 to 99999.99."
002970         MOVE "N" TO WS-EDITS-OK-SW
002980         GO TO 6200-EXIT
002990     END-IF
003000     COMPUTE WS-WORK-AMOUNT = WS-WORK-NUMBER / 100
003010     DISPLAY "Description: "
003020     ACCEPT WS-WORK-DESC.
003030 6200-EXIT.
003040     EXIT.
003050
003060 6210-GET-ONE-NUMBER.
003070     ACCEPT WS-WORK-INPUT
003080     IF WS-WORK-INPUT = SPACES
003090         DISPLAY "Entry must be numeric - cancelled."
003100         GO TO 6210-EXIT
003110     END-IF
003120     INSPECT WS-WORK-INPUT REPLACING LEADING SPACE BY ZERO
003130     IF WS-WORK-INPUT IS NUMERIC
003140         SET WS-EDITS-OK TO TRUE
003150     ELSE
003160         DISPLAY "Entry must be numeric - cancelled."
003170     END-IF.
003180 6210-EXIT.
003190     EXIT.
003200
003210*****************************************************
003220*  9000-TERMINATE - CLOSE UP SHOP.
003230*****************************************************
003240 9000-TERMINATE.
003250     CLOSE PAYRATE-FILE.
003260 9000-EXIT.
003270     EXIT.
