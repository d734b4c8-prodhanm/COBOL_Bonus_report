000269*                      PASS LISTS NOTHING, THE ARCHIVE (IF ONE
000270*                      IS ON FILE) IS READ WITH THE SAME MATCH
000271*                      AND CONTROL-BREAK LOGIC.
000281*    2026-10-15  REF  A GROSSED-UP BONUS (TRANS TYPE 'G') IS
000291*                      FLAGGED GROSSED UP; ITS GROSS IS THE ONE
000301*                      SOLVED FOR AND PAID, NOT THE KEYED NET.
000311*    2026-10-15  REF  STATE AND LOCAL WITHHOLDING CORRECTIONS
000321*                      (TRANS TYPES 'S' AND 'L', FROM TAXRETRO)
000331*                      ARE FLAGGED STATE CORR AND LOCAL CORR.
000341*
000270 ENVIRONMENT DIVISION.
000280
000290 INPUT-OUTPUT SECTION.
004802     IF HS-TRANS-TYPE = 'R'
004804         MOVE 'RETURNED'   TO DL-FLAG
004806     END-IF
004807     IF HS-TRANS-TYPE = 'G'
004808         MOVE 'GROSSED UP' TO DL-FLAG
004809     END-IF
004810     IF HS-TRANS-TYPE = 'S'
004811         MOVE 'STATE CORR' TO DL-FLAG
004812     END-IF
004813     IF HS-TRANS-TYPE = 'L'
004814         MOVE 'LOCAL CORR' TO DL-FLAG
004815     END-IF
004816     .
004820 P0799-EXIT.
004830     EXIT.
004840
