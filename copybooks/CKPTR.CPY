000040*  ONE RECORD PER OPERATOR/TERMINAL IS KEPT UPDATED
000050*  AFTER EVERY GUESS SO A DROPPED OR CANCELLED
000060*  SESSION CAN PICK THE ROUND BACK UP INSTEAD OF
000070*  RESETTING TO TRIES = 0.  GUESSFLM LISTS THE FILE
000072*  LIVE FOR THE SHIFT LEAD AND CAN CLOSE A ROUND OUT
000074*  AS ABANDONED THE WAY THE GUESSSWP SWEEP DOES.
000080*****************************************************
000090   01  CK-CKPT-RECORD.
000100       05  CK-CKPT-KEY.
000170       05  CK-MAX-TRIES                PIC 9(05).
000180       05  CK-SESSION-DATE             PIC 9(08).
000190       05  CK-SESSION-TIME             PIC 9(08).
000200*      CHALLENGE ID WHEN THE ROUND IN FLIGHT IS ONE
000210*      SIDE OF A HEAD-TO-HEAD CHALLENGE, SO A RESUMED
000220*      OR SWEPT ROUND STILL CARRIES IT.
000230       05  CK-CHAL-ID                  PIC X(06).
000240*      DATE AND TIME OF THE LAST ACTIVITY ON THE ROUND
000250*      (THE LAST GUESS, OR THE CHALLENGE CLAIM THAT
000260*      OPENED IT), RESTAMPED ON EVERY REWRITE.  ZERO ON
000270*      CHECKPOINTS WRITTEN BEFORE THE FIELDS EXISTED -
000280*      READERS FALL BACK TO THE SESSION DATE AND TIME.
000290       05  CK-LAST-DATE                PIC 9(08).
000300       05  CK-LAST-TIME                PIC 9(08).
000310       05  FILLER                      PIC X(04).
