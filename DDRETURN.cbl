000325*    2026-09-02  REF  ACQUISITION SIZING - EMPLOYEE TABLE NOW
000326*                      5000 SLOTS, IN STEP WITH BONUS.
000327*
000328*    2026-10-15  REF  COMPANY CODE ON EMPMAST AND BONUSHST,
000329*                      IN STEP WITH BONUS.  THE 'R' FLAG RECORD
000330*                      CARRIES THE EMPLOYEE'S COMPANY (BLANK
000331*                      MEANS 01).
000332*
000333*    2026-10-15  REF  RETCHECK CARRIES ONE SET PER COMPANY, AS
000334*                      BONUS WRITES CHECKREQ - A HEADING NAMING
000335*                      THE COMPANY, ITS CHECK LINES AND A CHECK
000336*                      TOTALS LINE - SO CHKISSUE DRAWS EACH
000337*                      RE-ROUTED NET ON THE EMPLOYEE'S OWN COMPANY
000338*                      ACCOUNT AND PROVES EACH SET.  EVERY COMPANY
000339*                      ON EMPMAST GETS A SET, EVEN AN EMPTY ONE.
000340*
000341 ENVIRONMENT DIVISION.
000342
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT BANK-RETURN ASSIGN TO BANKRET.
000942     05  EM-PRENOTE-STATUS           PIC X.
000944     05  EM-PRENOTE-AGE              PIC 9(2).
000946     05  EM-LOCALITY-CODE            PIC X(4).
000950     05  FILLER                      PIC X(5).
000955     05  EM-COMPANY-CODE             PIC X(2).
000960*
000970* BONUSHST - THE CUMULATIVE DETAIL HISTORY BONUS APPENDS TO.
000980* READ ONCE TO PROVE EACH RETURN AGAINST A PAYMENT ACTUALLY ON
001210     05  HS-MEDICARE                 PIC S9(9)V99 COMP-3.
001220     05  HS-NET                      PIC S9(9)V99 COMP-3.
001225     05  HS-LOCAL-TAX                PIC S9(9)V99 COMP-3.
001230     05  HS-COMPANY-CODE             PIC X(2).
001240*
001250* RETCHECK - PAPER-CHECK REQUESTS FOR THE RE-ROUTED NETS, IN THE
001254* SAME FORM AS THE CHECKREQ LISTING BONUS WRITES: ONE SET PER
001258* COMPANY, IN COMPANY ORDER - A HEADING CARRYING THE RUN'S FISCAL
001262* PERIOD AND THE COMPANY, A BLANK LINE, THE COMPANY'S CHECK LINES
001266* AND A CHECK TOTALS LINE WITH THE SET'S COUNT AND AMOUNT.
001270*
001280 FD  CHECK-REQ
001290     RECORDING MODE IS F
001780         10  RTT-REASON-CODE    PIC X(3).
001790         10  RTT-REASON-TEXT    PIC X(25).
001800         10  RTT-PAID-SW        PIC X.
001803         10  RTT-CHECK-SW       PIC X.
001806         10  RTT-EMP-SUB        PIC 9(5).
001810
001820 01  WS-RET-COUNT                PIC 9(3) VALUE ZERO.
001830 01  RET-SUB                     PIC 9(3) VALUE ZERO.
001982         10  ET-PRENOTE-STATUS  PIC X.
001984         10  ET-PRENOTE-AGE     PIC 9(2).
001986         10  ET-LOCALITY-CODE   PIC X(4).
001990         10  FILLER             PIC X(5).
001995         10  ET-COMPANY-CODE    PIC X(2).
002000
002010 01  EMP-SUB                     PIC 9(5) VALUE 1.
002011
002012* ONE SLOT PER COMPANY ON THE EMPLOYEE MASTER, IN COMPANY CODE
002013* ORDER, AS IN BONUS - RETCHECK CARRIES A SET FOR EACH, IN THIS
002014* ORDER, WITH THE COUNT AND AMOUNT FOR ITS TOTALS LINE.
002015 01  COMPANY-TABLE.
002016     05  COMPANIES OCCURS 20 TIMES.
002017         10  CT-COMPANY-CODE    PIC X(2).
002018         10  CT-CHECK-COUNT     PIC 9(7).
002019         10  CT-CHECK-NET       PIC S9(11)V99 COMP-3.
002020
002021 01  WS-CO-COUNT                 PIC 9(3) VALUE ZERO.
002022 01  WS-CO-SLOT                  PIC 9(3) VALUE ZERO.
002023 01  CO-SUB                      PIC 9(3) VALUE ZERO.
002024 01  CO-SHIFT-SUB                PIC 9(3) VALUE ZERO.
002025 01  WS-FIND-CO-CODE             PIC X(2).
002026
002030 01  WS-EMP-FOUND-SW             PIC X VALUE 'N'.
002040     88  WS-EMP-FOUND                VALUE 'Y'.
002050
002070     05  FILLER                 PIC X(36) VALUE
002080         'CHECK REQUESTS - RETURNED DEPOSITS '.
002090     05  CH-FISCAL              PIC X(8).
002093     05  FILLER                 PIC X(9)  VALUE ' COMPANY '.
002096     05  CH-COMPANY-CODE        PIC X(2).
002100
002110 01  CHECK-LINE.
002120     05  CK-EMP-NBR             PIC X(5).
002220     05  CK-NET                 PIC $$$,$$9.99-.
002230     05  FILLER                 PIC X(2)  VALUE SPACES.
002240     05  FILLER                 PIC X(11) VALUE 'DD RETURNED'.
002241
002242* CLOSES EACH COMPANY'S CHECK REQUESTS WITH THE COUNT AND TOTAL
002243* OF THE LINES ABOVE IT, SO CHKISSUE CAN PROVE EACH SET.
002244 01  CHECK-TRAILER.
002245     05  FILLER                 PIC X(14) VALUE 'CHECK TOTALS  '.
002246     05  CX-COMPANY-CODE        PIC X(2).
002247     05  FILLER                 PIC X(2)  VALUE SPACES.
002248     05  CX-CHECK-COUNT         PIC 9(7).
002249     05  FILLER                 PIC X(2)  VALUE SPACES.
002250     05  CX-CHECK-NET           PIC 9(9)V99.
002251
002260 01  AUDIT-HEADING-1.
002270     05  FILLER            PIC X(28) VALUE
002280         'DDRETURN - BANK RETURN FILE '.
002960     WRITE AUDIT-REC FROM AUDIT-HEADING-1
002970     MOVE SPACES TO AUDIT-REC
002980     WRITE AUDIT-REC
003040
003050* PRIMING READS.  THE EMPLOYEE TABLE IS BLANKED FIRST SO THE
003060* SEARCH IN P0610 CAN NEVER MATCH A NEVER-LOADED SLOT.
003440         MOVE RT-REASON-CODE  TO RTT-REASON-CODE (WS-RET-COUNT)
003450         MOVE RT-REASON-TEXT  TO RTT-REASON-TEXT (WS-RET-COUNT)
003460         MOVE 'N'             TO RTT-PAID-SW     (WS-RET-COUNT)
003465                                 RTT-CHECK-SW    (WS-RET-COUNT)
003470     END-IF
003480
003490     PERFORM P0900-READ-RETURN       THRU P0999-EXIT
004570     MOVE ET-MID-INIT (EM-IDX)      TO HS-MID-INIT
004580     MOVE ET-STATE-CODE (EM-IDX)    TO HS-STATE-CODE
004590     MOVE ET-DEPT-CODE (EM-IDX)     TO HS-DEPT-CODE
004591     MOVE ET-COMPANY-CODE (EM-IDX)  TO HS-COMPANY-CODE
004592     IF HS-COMPANY-CODE = SPACES
004593         MOVE '01'                  TO HS-COMPANY-CODE
004594     END-IF
004600     MOVE 'R'                       TO HS-TRANS-TYPE
004610     MOVE ZEROES                    TO HS-GROSS
004620                                       HS-FED-TAX
004700 P0629-EXIT.
004710     EXIT.
004720
004723* THE CHECK REQUEST WAITS FOR ITS COMPANY'S SET AT END OF JOB -
004726* THE RETURN REMEMBERS WHICH EMPLOYEE IT IS FOR.
004730 P0630-WRITE-CHECK.
004740     MOVE 'Y'                       TO RTT-CHECK-SW (RET-SUB)
004750     SET RTT-EMP-SUB (RET-SUB)      TO EM-IDX
004810     ADD 1 TO W01-CHECKS-REQUESTED
004820     .
004830 P0639-EXIT.
004853
004860 P0400-WRAP-UP.
004870
004872     PERFORM P0410-WRITE-CHECK-SET   THRU P0419-EXIT
004874         VARYING CO-SUB FROM 1 BY 1
004876         UNTIL CO-SUB > WS-CO-COUNT
004878
004880     CLOSE BANK-RETURN
004890           EMP-MASTER
004900           OUT-HISTORY
005060     .
005070 P0499-EXIT.
005080     EXIT.
005081* ONE COMPANY'S CHECK REQUESTS - THE ONE IN CO-SUB - UNDER A
005082* HEADING STAMPED WITH THE RUN'S FISCAL PERIOD AND THE COMPANY,
005083* AND CLOSED BY ITS TOTALS LINE.  A COMPANY WITH NO RETURNS STILL
005084* GETS ITS EMPTY, BALANCED SET.
005085 P0410-WRITE-CHECK-SET.
005086     MOVE WS-RUN-FISCAL            TO CH-FISCAL
005087     MOVE CT-COMPANY-CODE (CO-SUB) TO CH-COMPANY-CODE
005088     WRITE CHECK-REC FROM CHECK-HEAD-1
005089     MOVE SPACES TO CHECK-REC
005090     WRITE CHECK-REC
005091
005092     PERFORM P0420-WRITE-CHECK-LINE  THRU P0429-EXIT
005093         VARYING RET-SUB FROM 1 BY 1
005094         UNTIL RET-SUB > WS-RET-COUNT
005095
005096     MOVE CT-COMPANY-CODE (CO-SUB) TO CX-COMPANY-CODE
005097     MOVE CT-CHECK-COUNT (CO-SUB)  TO CX-CHECK-COUNT
005098     MOVE CT-CHECK-NET (CO-SUB)    TO CX-CHECK-NET
005099     WRITE CHECK-REC FROM CHECK-TRAILER
005100     .
005101 P0419-EXIT.
005102     EXIT.
005103
005104 P0420-WRITE-CHECK-LINE.
005105     IF RTT-CHECK-SW (RET-SUB) = 'Y'
005106         MOVE RTT-EMP-SUB (RET-SUB) TO EMP-SUB
005107         IF ET-COMPANY-CODE (EMP-SUB) = CT-COMPANY-CODE (CO-SUB)
005108             MOVE RTT-EMP-NBR (RET-SUB)     TO CK-EMP-NBR
005109             MOVE ET-LAST-NAME (EMP-SUB)    TO CK-LAST-NAME
005110             MOVE ET-FIRST-NAME (EMP-SUB)   TO CK-FIRST-NAME
005111             MOVE ET-MID-INIT (EMP-SUB)     TO CK-MID-INIT
005112             MOVE ET-DEPT-CODE (EMP-SUB)    TO CK-DEPT-CODE
005113             MOVE RTT-NET (RET-SUB)         TO CK-NET
005114             WRITE CHECK-REC FROM CHECK-LINE
005115             ADD 1                  TO CT-CHECK-COUNT (CO-SUB)
005116             ADD RTT-NET (RET-SUB)  TO CT-CHECK-NET   (CO-SUB)
005117         END-IF
005118     END-IF
005119     .
005120 P0429-EXIT.
005121     EXIT.
005122
005124 P0670-WRITE-AUDIT-LINE.
005126     WRITE AUDIT-REC FROM AUDIT-DETAIL-LINE
005128     MOVE SPACES TO AUDIT-DETAIL-LINE
005130     .
005140 P0679-EXIT.
005150     EXIT.
005360     .
005370 P0969-EXIT.
005380     EXIT.
005381
005382 P0965-CO-TABLE-FULL.
005383     DISPLAY 'DDRETURN - OVER 20 EMPMAST COMPANIES - RUN ENDED'
005384     CLOSE BANK-RETURN EMP-MASTER CHECK-REQ PREN-FAIL AUDIT-RPT
005385     MOVE +16 TO RETURN-CODE
005386     GOBACK
005387     .
005388 P0968-EXIT.
005389     EXIT.
005390
005400 P1400-READ-EMP.
005410     READ EMP-MASTER
005480
005490 P1500-POP-EMP-TABLE.
005500     MOVE EMP-MASTER-RECORD TO EMPLOYEES (EMP-SUB)
005501* A MASTER RECORD KEYED BEFORE COMPANIES WERE CARRIED HAS A
005502* BLANK COMPANY, WHICH MEANS THE ORIGINAL COMPANY, 01.
005503     IF ET-COMPANY-CODE (EMP-SUB) = SPACES
005504         MOVE '01' TO ET-COMPANY-CODE (EMP-SUB)
005505     END-IF
005506     MOVE ET-COMPANY-CODE (EMP-SUB) TO WS-FIND-CO-CODE
005507     PERFORM P1550-POST-COMPANY THRU P1559-EXIT
005510     ADD 1 TO EMP-SUB
005520
005530     IF EMP-SUB IS GREATER THAN 5000
005590 P1599-EXIT.
005600     EXIT.
005610
005620* A COMPANY NOT YET IN THE COMPANY TABLE TAKES ITS PLACE IN CODE
005630* ORDER - THE ENTRIES ABOVE IT MOVE UP ONE.  A COMPANY WITHOUT
005640* A SLOT WOULD HAVE NO CHECK SET, SO A TWENTY-FIRST COMPANY STOPS
005650* THE RUN.
005660 P1550-POST-COMPANY.
005670     PERFORM P1560-FIND-COMPANY THRU P1569-EXIT
005680
005690     IF WS-CO-SLOT = ZEROES
005700             OR CT-COMPANY-CODE (WS-CO-SLOT) NOT = WS-FIND-CO-CODE
005710         IF WS-CO-COUNT NOT LESS THAN 20
005720             PERFORM P0965-CO-TABLE-FULL THRU P0968-EXIT
005730         END-IF
005740         IF WS-CO-SLOT = ZEROES
005750             COMPUTE WS-CO-SLOT = WS-CO-COUNT + 1
005760         ELSE
005770             PERFORM P1570-SHIFT-COMPANY THRU P1579-EXIT
005780                 VARYING CO-SHIFT-SUB FROM WS-CO-COUNT BY -1
005790                 UNTIL CO-SHIFT-SUB < WS-CO-SLOT
005800         END-IF
005810         ADD 1 TO WS-CO-COUNT
005820         MOVE WS-FIND-CO-CODE TO CT-COMPANY-CODE (WS-CO-SLOT)
005830         MOVE ZEROES          TO CT-CHECK-COUNT  (WS-CO-SLOT)
005840                                 CT-CHECK-NET    (WS-CO-SLOT)
005850     END-IF
005860     .
005870 P1559-EXIT.
005880     EXIT.
005890
005900* WS-CO-SLOT COMES BACK AS THE FIRST ENTRY NOT BELOW
005910* WS-FIND-CO-CODE - THE COMPANY ITSELF WHEN IT IS IN THE TABLE,
005920* OTHERWISE THE PLACE IT BELONGS - OR ZERO WHEN IT SORTS LAST.
005930 P1560-FIND-COMPANY.
005940     MOVE ZEROES TO WS-CO-SLOT
005950     PERFORM P1565-TEST-COMPANY THRU P1566-EXIT
005960         VARYING CO-SUB FROM 1 BY 1
005970         UNTIL CO-SUB > WS-CO-COUNT
005980             OR WS-CO-SLOT > ZERO
005990     .
006000 P1569-EXIT.
006010     EXIT.
006020
006030 P1565-TEST-COMPANY.
006040     IF CT-COMPANY-CODE (CO-SUB) NOT < WS-FIND-CO-CODE
006050         MOVE CO-SUB TO WS-CO-SLOT
006060     END-IF
006070     .
006080 P1566-EXIT.
006090     EXIT.
006100
006110 P1570-SHIFT-COMPANY.
006120     MOVE COMPANIES (CO-SHIFT-SUB) TO COMPANIES (CO-SHIFT-SUB + 1)
006130     .
006140 P1579-EXIT.
006150     EXIT.
006160
006170* END OF PROGRAM
