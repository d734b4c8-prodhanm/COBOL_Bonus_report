000314*                      5000 SLOTS, RATE TABLES 1000 ROWS, IN
000315*                      STEP WITH BONUS; GUARDS KEPT.
000316*
000317*    2026-10-15  REF  MULTIPLE COMPANIES - THE REJECT, FIXBONUS
000318*                      AND EMPMAST LAYOUTS CARRY THE COMPANY CODE,
000319*                      A 'COMPANY' CORRECTION REPAIRS IT, AND THE
000320*                      EDIT LADDER REJECTS (REASON 10) A BONUS NOT
000321*                      KEYED UNDER THE EMPLOYEE'S OWN COMPANY.
000322*
000323*    2026-10-15  REF  GROSS-UP - TRANS TYPE 'G' PASSES THE TYPE
000324*                      EDIT.  WHETHER ITS KEYED NET CAN BE GROSSED
000325*                      UP (REASON 11) NEEDS FEDTAX AND BONUSYTD
000326*                      AND IS LEFT TO BONUS WHEN THE FIX IS FED.
000327*
000328*    2026-10-15  REF  WITHHOLDING CORRECTIONS (TRANS TYPES 'S' AND
000329*                      'L') PASS THE TYPE EDIT, MAY BE NEGATIVE
000330*                      BUT NOT ZERO, AND ARE NOT REFUSED FOR A
000331*                      TERMINATED EMPLOYEE, AS IN BONUS.
000332*
000304 ENVIRONMENT DIVISION.
000310
000320 INPUT-OUTPUT SECTION.
000650     05  BR-TRANS-TYPE               PIC X.
000660         88  BR-ADJUSTMENT               VALUE 'A'.
000670         88  BR-NORMAL-BONUS             VALUE ' ', 'B'.
000675         88  BR-GROSS-UP                 VALUE 'G'.
000676         88  BR-TAX-CORRECTION           VALUE 'S', 'L'.
000680     05  BR-COMPANY-CODE             PIC X(2).
000685     05  BR-FILLER                   PIC X(1).
000690     05  BR-REASON-CODE              PIC X(2).
000700     05  BR-REASON-TEXT              PIC X(30).
000710     05  BR-AGE-RUNS                 PIC 9(2).
001287     05  EM-PRENOTE-STATUS           PIC X.
001288     05  EM-PRENOTE-AGE              PIC 9(2).
001289     05  EM-LOCALITY-CODE            PIC X(4).
001292     05  FILLER                      PIC X(5).
001295     05  EM-COMPANY-CODE             PIC X(2).
001300*
001310* FIXBONUS - REPAIRED RECORDS, INBONUS FORMAT, FOR THE NEXT SORT.
001320*
001470     05  FX-DEPT-CODE                PIC X(4).
001480     05  FX-EMP-NBR                  PIC X(5).
001490     05  FX-TRANS-TYPE               PIC X.
001493     05  FX-COMPANY-CODE             PIC X(2).
001496     05  FX-FILLER                   PIC X(1).
001501*
001502* CONTROL TRAILER - LAST RECORD OF FIXBONUS, IN THE SAME FORM AS
001503* PAYROLL'S, SO THE SORT CAN BALANCE THE RECYCLED RECORDS.
002046 01  WS-SEL-LOCL-FISCAL          PIC X(8).
002047
002048 01  WS-EMP-LOCALITY             PIC X(4).
002049 01  WS-EMP-COMPANY              PIC X(2).
002050
002060 01  WS-CONV-DATE                PIC X(8).
002070 01  WS-CONV-FISCAL              PIC X(8).
002387         10  ET-PRENOTE-STATUS  PIC X.
002388         10  ET-PRENOTE-AGE     PIC 9(2).
002389         10  ET-LOCALITY-CODE   PIC X(4).
002392         10  FILLER             PIC X(5).
002395         10  ET-COMPANY-CODE    PIC X(2).
002400
002410* THE CORRECTIONS, LOADED UP FRONT SO THEY MAY ARRIVE IN ANY
002420* ORDER.  THE APPLIED FLAG LETS THE WRAP-UP LIST ANY CORRECTION
004360             MOVE CT-NEW-VALUE (CR-IDX) (1:5) TO BR-EMP-NBR
004370         WHEN 'TRTYPE'
004380             MOVE CT-NEW-VALUE (CR-IDX) (1:1) TO BR-TRANS-TYPE
004385         WHEN 'COMPANY'
004387             MOVE CT-NEW-VALUE (CR-IDX) (1:2) TO BR-COMPANY-CODE
004390         WHEN OTHER
004400             MOVE 'FIELD ID NOT RECOGNIZED' TO AC-STATUS
004410     END-EVALUATE
004740     MOVE 'Y' TO WS-VALID-SW
004750
004760     IF NOT BR-ADJUSTMENT AND NOT BR-NORMAL-BONUS
004765             AND NOT BR-GROSS-UP AND NOT BR-TAX-CORRECTION
004770         MOVE 'N'  TO WS-VALID-SW
004780         MOVE '08' TO WS-REJECT-REASON-CODE
004790         MOVE 'INVALID TRANS TYPE' TO WS-REJECT-REASON-TEXT
004800     END-IF
004810
004820     IF WS-REC-VALID
004830         IF BR-ADJUSTMENT OR BR-TAX-CORRECTION
004840             IF BR-BONUS-AMT = ZERO
004850                 MOVE 'N'  TO WS-VALID-SW
004860                 MOVE '07' TO WS-REJECT-REASON-CODE
005350             WHEN ET-EMP-NBR (EM-IDX) = BR-EMP-NBR
005352                 MOVE ET-LOCALITY-CODE (EM-IDX)
005354                     TO WS-EMP-LOCALITY
005355                 MOVE ET-COMPANY-CODE (EM-IDX)
005356                     TO WS-EMP-COMPANY
005360                 IF ET-STATUS (EM-IDX) NOT = 'A'
005365                         AND NOT BR-TAX-CORRECTION
005370                     MOVE 'N'  TO WS-VALID-SW
005380                     MOVE '06' TO WS-REJECT-REASON-CODE
005390                     MOVE 'EMPLOYEE TERMINATED' TO
005443             END-IF
005444         END-IF
005445     END-IF
005446
005447* THE REJECT MUST BE KEYED UNDER THE EMPLOYEE'S OWN COMPANY, AS
005448* IN BONUS.  A BLANK COMPANY ON EITHER SIDE MEANS 01.
005449     IF WS-REC-VALID
005450         IF BR-COMPANY-CODE = SPACES
005451             MOVE '01' TO BR-COMPANY-CODE
005452         END-IF
005453         IF WS-EMP-COMPANY = SPACES
005454             MOVE '01' TO WS-EMP-COMPANY
005455         END-IF
005456         IF BR-COMPANY-CODE NOT = WS-EMP-COMPANY
005457             MOVE 'N'  TO WS-VALID-SW
005458             MOVE '10' TO WS-REJECT-REASON-CODE
005459             MOVE 'NOT THE EMPLOYEE''S COMPANY' TO
005460                 WS-REJECT-REASON-TEXT
005461         END-IF
005462     END-IF
005463     .
005464 P0659-EXIT.
005465     EXIT.
005470* SCAN TAX-TABLE FOR A RATE ROW IN EFFECT FOR THE REJECT'S STATE,
005480* AS P0330/P0340 DO IN BONUS.
005490 P0330-FIND-STATE-RATE.
005840     MOVE BR-DEPT-CODE           TO FX-DEPT-CODE
005850     MOVE BR-EMP-NBR             TO FX-EMP-NBR
005860     MOVE BR-TRANS-TYPE          TO FX-TRANS-TYPE
005865     MOVE BR-COMPANY-CODE        TO FX-COMPANY-CODE
005870     MOVE SPACES                 TO FX-FILLER
005880     WRITE FIXED-RECORD
005890     ADD 1 TO W01-RECYCLED
