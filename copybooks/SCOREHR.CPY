000220           88  SH-OUTCOME-OUT-OF-TRIES     VALUE "O".
000222*          ABANDONED ROUNDS ARE CLOSED OUT BY THE
000224*          GUESSSWP NIGHTLY SWEEP FROM CHECKPOINTS
000226*          LEFT SITTING PAST THE SWEEP AGE, OR BY A
000227*          SHIFT LEAD FROM THE GUESSFLM FLOOR MONITOR.
000228           88  SH-OUTCOME-ABANDONED        VALUE "A".
000230*      EFFICIENCY = TRIES AS A PERCENT OF THE IDEAL
000240*      HALVING-STRATEGY TRIES FOR THE ROUND'S RANGE.
000302*      FIELD EXISTED - READERS FALL BACK TO THE
000304*      SESSION DATE.
000306       05  SH-SHIFT-DATE               PIC X(08).
000310*      HEAD-TO-HEAD CHALLENGE ID WHEN THE ROUND WAS
000320*      ONE SIDE OF A CHALLNG CHALLENGE; SPACES ON AN
000330*      ORDINARY ROUND (AND ON ROUNDS RECORDED BEFORE
000340*      THE FIELD EXISTED).
000350       05  SH-CHAL-ID                  PIC X(06).
000360*      "U" WHEN THE ANSWER OF A ROUND NEVER WON COULD
000370*      NOT BE WORKED OUT - A ROUND REBUILT FROM THE
000380*      AUDIT TRAIL BY GUESSRBH WHOSE VERDICTS DO NOT
000390*      PIN IT TO ONE VALUE.  SH-ANS IS THEN ZERO AND IS
000400*      NOT A DRAW.  SPACES ON EVERY OTHER ROUND.
000410       05  SH-ANS-STATUS               PIC X(01).
000420           88  SH-ANS-UNKNOWN              VALUE "U".
