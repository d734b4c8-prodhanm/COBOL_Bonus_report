000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. BUDVAR.
000120 AUTHOR. REF.
000130 INSTALLATION. REF.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*
000170* MODIFICATION HISTORY
000180*    2026-10-15  REF  INITIAL VERSION - DEPARTMENT BONUS BUDGET
000190*                      VARIANCE REPORT.  THE BUDPARM CARD NAMES
000200*                      A FISCAL PERIOD ('FYYY PPP' - A BLANK CARD
000210*                      MEANS THE CURRENT PERIOD).  EACH DEPT'S
000220*                      POOL FOR THAT FISCAL YEAR COMES FROM
000230*                      BUDMAST AND ITS SPEND FROM BONUSHST - GROSS
000240*                      PAID IN THE PERIOD AND YEAR-TO-DATE THROUGH
000250*                      IT, WITH CLAWBACK ADJUSTMENTS ('A') NETTED
000260*                      IN.  ZERO-MONEY 'R' DEPOSIT-RETURN FLAGS
000270*                      ARE SKIPPED.  A DEPARTMENT WITH SPEND BUT
000280*                      NO POOL IS LISTED AFTER THE BUDGETED ONES.
000290*
000300 ENVIRONMENT DIVISION.
000310
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT HISTORY-IN  ASSIGN TO BONUSHST
000350             FILE STATUS IS WS-HST-STATUS.
000360     SELECT BUDGET-IN   ASSIGN TO BUDMAST
000370             FILE STATUS IS WS-BUD-STATUS.
000380     SELECT BUD-REQUEST ASSIGN TO BUDPARM.
000390     SELECT BUD-REPORT  ASSIGN TO BUDREPT.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430*
000440* BONUSHST - THE CUMULATIVE DETAIL HISTORY, FISCAL-STAMPED.
000450*
000460 FD  HISTORY-IN
000470     RECORDING MODE IS F
000480     LABEL RECORDS ARE STANDARD
000490     RECORD CONTAINS 100 CHARACTERS
000500     BLOCK CONTAINS 0 RECORDS
000510     DATA RECORD IS HIST-REC.
000520 01  HIST-REC.
000530     05  HS-FISCAL.
000540         10  HS-FISCAL-FY            PIC X(4).
000550         10  FILLER                  PIC X(2).
000560         10  HS-FISCAL-PP            PIC X(2).
000570     05  HS-EMP-NBR                  PIC X(5).
000580     05  HS-LAST-NAME                PIC X(20).
000590     05  HS-FIRST-NAME               PIC X(15).
000600     05  HS-MID-INIT                 PIC X.
000610     05  HS-STATE-CODE               PIC X(2).
000620     05  HS-DEPT-CODE                PIC X(4).
000630     05  HS-TRANS-TYPE               PIC X.
000640     05  HS-GROSS                    PIC S9(9)V99 COMP-3.
000650     05  HS-FED-TAX                  PIC S9(9)V99 COMP-3.
000660     05  HS-STATE-TAX                PIC S9(9)V99 COMP-3.
000670     05  HS-FICA                     PIC S9(9)V99 COMP-3.
000680     05  HS-MEDICARE                 PIC S9(9)V99 COMP-3.
000690     05  HS-NET                      PIC S9(9)V99 COMP-3.
000700     05  HS-LOCAL-TAX                PIC S9(9)V99 COMP-3.
000710     05  FILLER                      PIC X(2).
000720*
000730* BUDMAST - DEPARTMENT BONUS POOLS, ONE ROW PER DEPT PER YEAR.
000740*
000750 FD  BUDGET-IN
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 80 CHARACTERS
000790     BLOCK CONTAINS 0 RECORDS
000800     DATA RECORD IS BM-REC.
000810 01  BM-REC.
000820     05  BM-DEPT-CODE                PIC X(4).
000830     05  FILLER                      PIC X.
000840     05  BM-FISCAL-YEAR              PIC X(4).
000850     05  FILLER                      PIC X.
000860     05  BM-BUDGET-AMT               PIC 9(9)V99.
000870     05  FILLER                      PIC X(59).
000880*
000890* BUDPARM - ONE REQUEST CARD NAMING THE FISCAL PERIOD TO REPORT.
000900*
000910 FD  BUD-REQUEST
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD
000940     RECORD CONTAINS 80 CHARACTERS
000950     BLOCK CONTAINS 0 RECORDS
000960     DATA RECORD IS BP-REC.
000970 01  BP-REC.
000980     05  BP-FISCAL                   PIC X(8).
000990     05  FILLER                      PIC X(72).
001000*
001010* BUDREPT - THE VARIANCE REPORT, ONE LINE PER DEPARTMENT.
001020*
001030 FD  BUD-REPORT
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 132 CHARACTERS
001070     BLOCK CONTAINS 0 RECORDS
001080     DATA RECORD IS BUD-LINE.
001090 01  BUD-LINE                        PIC X(132).
001100
001110 WORKING-STORAGE SECTION.
001120
001130 01  WS-HST-EOF-SW               PIC X VALUE 'N'.
001140     88  WS-HST-EOF                  VALUE 'Y'.
001150
001160 01  WS-BUD-EOF-SW               PIC X VALUE 'N'.
001170     88  WS-BUD-EOF                  VALUE 'Y'.
001180
001190 01  WS-HST-STATUS               PIC X(2) VALUE '00'.
001200     88  WS-HST-NOT-FOUND            VALUE '35'.
001210
001220 01  WS-BUD-STATUS               PIC X(2) VALUE '00'.
001230     88  WS-BUD-NOT-FOUND            VALUE '35'.
001240
001250 01  WS-HEAD-DATE                PIC X(34).
001260 01  WS-HEAD-TIME                PIC X(20).
001270 01  WS-RUN-FISCAL               PIC X(8).
001280
001290* THE REQUEST CARD'S PERIOD, CAPTURED BEFORE THE CLOSE.
001300 01  WS-REQ-FISCAL.
001310     05  WS-REQ-FISCAL-FY        PIC X(4).
001320     05  WS-REQ-FISCAL-SEP       PIC X(2).
001330     05  WS-REQ-FISCAL-PP        PIC X(2).
001340
001350 01  WS-REQ-PP                   PIC 9(2) VALUE ZERO.
001360 01  WS-HIST-PP                  PIC 9(2) VALUE ZERO.
001370
001380* ONE SLOT PER DEPARTMENT - THE BUDGETED ONES IN BUDMAST ORDER,
001390* THEN ANY DEPARTMENT WITH SPEND BUT NO POOL, IN ARRIVAL ORDER.
001400 01  DEPT-TABLE.
001410     05  DEPT-TOTALS OCCURS 500 TIMES.
001420         10  VD-DEPT-CODE       PIC X(4).
001430         10  VD-POOL-SW         PIC X.
001440             88  VD-HAS-POOL        VALUE 'Y'.
001450         10  VD-POOL            PIC S9(11)V99 COMP-3.
001460         10  VD-PERIOD-SPEND    PIC S9(11)V99 COMP-3.
001470         10  VD-YTD-SPEND       PIC S9(11)V99 COMP-3.
001480
001490 01  WS-DEPT-COUNT               PIC 9(3) VALUE ZERO.
001500 01  WS-DEPT-SLOT                PIC 9(3) VALUE ZERO.
001510 01  DEPT-SUB                    PIC 9(3) VALUE ZERO.
001520 01  WS-SEARCH-DEPT              PIC X(4) VALUE SPACES.
001530
001540 01  WS-REMAINING                PIC S9(11)V99 COMP-3 VALUE ZERO.
001550 01  WS-PCT-USED                 PIC S9(5)V9 COMP-3 VALUE ZERO.
001560
001570 01  W02-TOTALS.
001580     05  W02-POOL                PIC S9(11)V99 COMP-3 VALUE ZERO.
001590     05  W02-PERIOD-SPEND        PIC S9(11)V99 COMP-3 VALUE ZERO.
001600     05  W02-YTD-SPEND           PIC S9(11)V99 COMP-3 VALUE ZERO.
001610
001620 01  BUD-HEAD-1.
001630     05  FILLER            PIC X(44) VALUE
001640         'BUDVAR - DEPARTMENT BONUS BUDGET VARIANCE - '.
001650     05  BH-FISCAL         PIC X(8).
001660     05  FILLER            PIC X(4)  VALUE SPACES.
001670     05  BH-DATE           PIC X(34).
001680
001690 01  BUD-HEAD-2.
001700     05  FILLER            PIC X(4)  VALUE 'DEPT'.
001710     05  FILLER            PIC X(3)  VALUE SPACES.
001720     05  FILLER            PIC X(15) VALUE '    BUDGET POOL'.
001730     05  FILLER            PIC X(3)  VALUE SPACES.
001740     05  FILLER            PIC X(15) VALUE '   PERIOD SPEND'.
001750     05  FILLER            PIC X(3)  VALUE SPACES.
001760     05  FILLER            PIC X(15) VALUE '      YTD SPEND'.
001770     05  FILLER            PIC X(3)  VALUE SPACES.
001780     05  FILLER            PIC X(15) VALUE '      REMAINING'.
001790     05  FILLER            PIC X(3)  VALUE SPACES.
001800     05  FILLER            PIC X(7)  VALUE 'PCT USD'.
001810     05  FILLER            PIC X(3)  VALUE SPACES.
001820     05  FILLER            PIC X(4)  VALUE 'NOTE'.
001830
001840 01  BUD-DETAIL-LINE.
001850     05  BD-DEPT-CODE      PIC X(4).
001860     05  FILLER            PIC X(3)  VALUE SPACES.
001870     05  BD-POOL           PIC ZZZ,ZZZ,ZZ9.99-.
001880     05  FILLER            PIC X(3)  VALUE SPACES.
001890     05  BD-PERIOD-SPEND   PIC ZZZ,ZZZ,ZZ9.99-.
001900     05  FILLER            PIC X(3)  VALUE SPACES.
001910     05  BD-YTD-SPEND      PIC ZZZ,ZZZ,ZZ9.99-.
001920     05  FILLER            PIC X(3)  VALUE SPACES.
001930     05  BD-REMAINING      PIC ZZZ,ZZZ,ZZ9.99-.
001940     05  FILLER            PIC X(3)  VALUE SPACES.
001950     05  BD-PCT-USED       PIC ZZZZ9.9.
001960     05  BD-PCT-USED-X REDEFINES BD-PCT-USED
001970                           PIC X(7).
001980     05  FILLER            PIC X(3)  VALUE SPACES.
001990     05  BD-NOTE           PIC X(20).
002000
002010 01  BUD-TOTAL-LINE.
002020     05  FILLER            PIC X(4)  VALUE 'ALL '.
002030     05  FILLER            PIC X(3)  VALUE SPACES.
002040     05  BT-POOL           PIC ZZZ,ZZZ,ZZ9.99-.
002050     05  FILLER            PIC X(3)  VALUE SPACES.
002060     05  BT-PERIOD-SPEND   PIC ZZZ,ZZZ,ZZ9.99-.
002070     05  FILLER            PIC X(3)  VALUE SPACES.
002080     05  BT-YTD-SPEND      PIC ZZZ,ZZZ,ZZ9.99-.
002090     05  FILLER            PIC X(3)  VALUE SPACES.
002100     05  BT-REMAINING      PIC ZZZ,ZZZ,ZZ9.99-.
002110
002120 01  W01-COUNTERS.
002130     05  W01-HST-READ             PIC S9(9) COMP VALUE ZERO.
002140     05  W01-IN-YEAR              PIC S9(9) COMP VALUE ZERO.
002150     05  W01-BUD-READ             PIC S9(9) COMP VALUE ZERO.
002160     05  W01-OVER-COUNT           PIC S9(9) COMP VALUE ZERO.
002170
002180 PROCEDURE DIVISION.
002190 P0100-MAINLINE.
002200
002210     PERFORM P0200-INITIALIZE        THRU P0299-EXIT
002220
002230     PERFORM P0600-PROC-REC          THRU P0699-EXIT
002240         UNTIL WS-HST-EOF
002250
002260     PERFORM P0400-WRAP-UP           THRU P0499-EXIT
002270
002280     GOBACK
002290
002300     .
002310 P0199-EXIT.
002320     EXIT.
002330* THE REQUEST MUST NAME A REAL FISCAL PERIOD - ANYTHING ELSE STOPS
002340* THE JOB BEFORE A LINE PRINTS, AS BONUSQTR DOES WITH ITS QUARTER.
002350 P0200-INITIALIZE.
002360
002370     CALL 'DATETIME' USING WS-HEAD-DATE WS-HEAD-TIME
002380                           WS-RUN-FISCAL
002390
002400     OPEN INPUT BUD-REQUEST
002410     READ BUD-REQUEST
002420         AT END
002430             DISPLAY 'BUDVAR - NO REQUEST RECORD ON BUDPARM'
002440             CLOSE BUD-REQUEST
002450             MOVE +16 TO RETURN-CODE
002460             GOBACK
002470         NOT AT END
002480             MOVE BP-FISCAL TO WS-REQ-FISCAL
002490     END-READ
002500     CLOSE BUD-REQUEST
002510
002520     IF WS-REQ-FISCAL = SPACES
002530         MOVE WS-RUN-FISCAL TO WS-REQ-FISCAL
002540     END-IF
002550
002560     IF WS-REQ-FISCAL-FY (1:2) NOT = 'FY'
002570             OR WS-REQ-FISCAL-PP NOT NUMERIC
002580         DISPLAY 'BUDVAR - REQUEST NEEDS A FISCAL PERIOD IN THE '
002590                 'FORM FYYY PPP: ' WS-REQ-FISCAL
002600         MOVE +16 TO RETURN-CODE
002610         GOBACK
002620     END-IF
002630
002640     MOVE WS-REQ-FISCAL-PP TO WS-REQ-PP
002650     IF WS-REQ-PP < 1 OR WS-REQ-PP > 12
002660         DISPLAY 'BUDVAR - REQUEST PERIOD MUST BE 01-12: '
002670                 WS-REQ-FISCAL
002680         MOVE +16 TO RETURN-CODE
002690         GOBACK
002700     END-IF
002710
002720* A MISSING BUDMAST STILL REPORTS THE SPEND - EVERY DEPARTMENT
002730* THEN SHOWS AS HAVING NO POOL ON FILE.
002740     OPEN INPUT BUDGET-IN
002750     IF WS-BUD-NOT-FOUND
002760         DISPLAY 'BUDVAR - NO BUDMAST, NO POOLS LOADED'
002770     ELSE
002780         IF WS-BUD-STATUS NOT = '00'
002790             DISPLAY 'BUDVAR - BUDMAST OPEN FAILED, STATUS: '
002800                     WS-BUD-STATUS
002810             MOVE +16 TO RETURN-CODE
002820             GOBACK
002830         END-IF
002840         PERFORM P0250-READ-BUDGET   THRU P0259-EXIT
002850         PERFORM P0240-LOAD-BUDGET   THRU P0249-EXIT
002860             UNTIL WS-BUD-EOF
002870         CLOSE BUDGET-IN
002880     END-IF
002890
002900     OPEN INPUT HISTORY-IN
002910     IF WS-HST-STATUS NOT = '00'
002920         DISPLAY 'BUDVAR - BONUSHST OPEN FAILED, STATUS: '
002930                 WS-HST-STATUS
002940         MOVE +16 TO RETURN-CODE
002950         GOBACK
002960     END-IF
002970
002980     OPEN OUTPUT BUD-REPORT
002990
003000     MOVE WS-REQ-FISCAL  TO BH-FISCAL
003010     MOVE WS-HEAD-DATE   TO BH-DATE
003020     WRITE BUD-LINE FROM BUD-HEAD-1
003030     MOVE SPACES TO BUD-LINE
003040     WRITE BUD-LINE
003050     WRITE BUD-LINE FROM BUD-HEAD-2
003060
003070* PRIMING READ
003080     PERFORM P0900-READ-HISTORY      THRU P0999-EXIT
003090     .
003100 P0299-EXIT.
003110     EXIT.
003120* ONE BUDMAST ROW - ONLY THE REQUESTED FISCAL YEAR'S POOLS LOAD.
003130 P0240-LOAD-BUDGET.
003140
003150     IF BM-FISCAL-YEAR = WS-REQ-FISCAL-FY
003160         MOVE BM-DEPT-CODE TO WS-SEARCH-DEPT
003170         PERFORM P0620-GET-DEPT-SLOT THRU P0629-EXIT
003180         MOVE 'Y'           TO VD-POOL-SW (WS-DEPT-SLOT)
003190         ADD BM-BUDGET-AMT  TO VD-POOL    (WS-DEPT-SLOT)
003200     END-IF
003210
003220     PERFORM P0250-READ-BUDGET       THRU P0259-EXIT
003230     .
003240 P0249-EXIT.
003250     EXIT.
003260
003270 P0250-READ-BUDGET.
003280     READ BUDGET-IN
003290         AT END
003300             MOVE 'Y' TO WS-BUD-EOF-SW
003310         NOT AT END
003320             ADD 1 TO W01-BUD-READ
003330     END-READ
003340     .
003350 P0259-EXIT.
003360     EXIT.
003370* ONE HISTORY DETAIL - SAME FISCAL YEAR AND NO LATER THAN THE
003380* REQUESTED PERIOD COUNTS TOWARD YEAR-TO-DATE, THE REQUESTED
003390* PERIOD ITSELF ALSO TOWARD PERIOD SPEND.  A CLAWBACK CARRIES A
003400* NEGATIVE GROSS, SO ADDING IT NETS IT AGAINST THE SPEND.
003410 P0600-PROC-REC.
003420
003430     IF HS-FISCAL-FY = WS-REQ-FISCAL-FY
003440             AND HS-FISCAL-PP NUMERIC
003450             AND HS-TRANS-TYPE NOT = 'R'
003460         MOVE HS-FISCAL-PP TO WS-HIST-PP
003470         IF WS-HIST-PP NOT GREATER THAN WS-REQ-PP
003480             MOVE HS-DEPT-CODE TO WS-SEARCH-DEPT
003490             PERFORM P0620-GET-DEPT-SLOT THRU P0629-EXIT
003500             ADD HS-GROSS TO VD-YTD-SPEND (WS-DEPT-SLOT)
003510             IF WS-HIST-PP = WS-REQ-PP
003520                 ADD HS-GROSS TO VD-PERIOD-SPEND (WS-DEPT-SLOT)
003530             END-IF
003540             ADD 1 TO W01-IN-YEAR
003550         END-IF
003560     END-IF
003570
003580     PERFORM P0900-READ-HISTORY      THRU P0999-EXIT
003590     .
003600 P0699-EXIT.
003610     EXIT.
003620* FIND WS-SEARCH-DEPT IN THE TABLE, OPENING A NEW SLOT IF IT IS
003630* NOT THERE YET.
003640 P0620-GET-DEPT-SLOT.
003650     MOVE ZEROES TO WS-DEPT-SLOT
003660     PERFORM P0625-FIND-DEPT-SLOT THRU P0626-EXIT
003670         VARYING DEPT-SUB FROM 1 BY 1
003680         UNTIL DEPT-SUB > WS-DEPT-COUNT
003690             OR WS-DEPT-SLOT > ZERO
003700
003710     IF WS-DEPT-SLOT = ZEROES
003720         IF WS-DEPT-COUNT NOT LESS THAN 500
003730             DISPLAY 'BUDVAR - MORE THAN 500 DEPARTMENTS - RAISE '
003740                     'DEPT-TABLE AND RECOMPILE'
003750             MOVE +16 TO RETURN-CODE
003760             GOBACK
003770         END-IF
003780         ADD 1 TO WS-DEPT-COUNT
003790         MOVE WS-DEPT-COUNT  TO WS-DEPT-SLOT
003800         MOVE WS-SEARCH-DEPT TO VD-DEPT-CODE    (WS-DEPT-SLOT)
003810         MOVE 'N'            TO VD-POOL-SW      (WS-DEPT-SLOT)
003820         MOVE ZEROES         TO VD-POOL         (WS-DEPT-SLOT)
003830                                VD-PERIOD-SPEND (WS-DEPT-SLOT)
003840                                VD-YTD-SPEND    (WS-DEPT-SLOT)
003850     END-IF
003860     .
003870 P0629-EXIT.
003880     EXIT.
003890
003900 P0625-FIND-DEPT-SLOT.
003910     IF VD-DEPT-CODE (DEPT-SUB) = WS-SEARCH-DEPT
003920         MOVE DEPT-SUB TO WS-DEPT-SLOT
003930     END-IF
003940     .
003950 P0626-EXIT.
003960     EXIT.
003970* PRINT THE DEPARTMENT LINES AND THE REPORT TOTAL.  A DEPARTMENT
003980* PAST ITS POOL ENDS THE JOB RC 4 SO THE SCHEDULER FLAGS IT.
003990 P0400-WRAP-UP.
004000
004010     PERFORM P0650-WRITE-DEPT-LINE THRU P0659-EXIT
004020         VARYING DEPT-SUB FROM 1 BY 1
004030         UNTIL DEPT-SUB > WS-DEPT-COUNT
004040
004050     MOVE SPACES TO BUD-LINE
004060     WRITE BUD-LINE
004070
004080     MOVE W02-POOL          TO BT-POOL
004090     MOVE W02-PERIOD-SPEND  TO BT-PERIOD-SPEND
004100     MOVE W02-YTD-SPEND     TO BT-YTD-SPEND
004110     COMPUTE BT-REMAINING = W02-POOL - W02-YTD-SPEND
004120     WRITE BUD-LINE FROM BUD-TOTAL-LINE
004130
004140     CLOSE HISTORY-IN
004150           BUD-REPORT
004160
004170     DISPLAY 'BUDVAR - BUDGET VARIANCE COUNTS'
004180     DISPLAY 'BUDGET ROWS READ    : ' W01-BUD-READ
004190     DISPLAY 'HISTORY RECORDS READ: ' W01-HST-READ
004200     DISPLAY 'DETAILS IN YEAR     : ' W01-IN-YEAR
004210     DISPLAY 'DEPARTMENTS REPORTED: ' WS-DEPT-COUNT
004220     DISPLAY 'DEPARTMENTS OVER    : ' W01-OVER-COUNT
004230
004240     IF W01-OVER-COUNT > ZERO
004250         MOVE +4 TO RETURN-CODE
004260     ELSE
004270         MOVE +0 TO RETURN-CODE
004280     END-IF
004290     .
004300 P0499-EXIT.
004310     EXIT.
004320
004330 P0650-WRITE-DEPT-LINE.
004340     MOVE VD-DEPT-CODE (DEPT-SUB)    TO BD-DEPT-CODE
004350     MOVE VD-POOL (DEPT-SUB)         TO BD-POOL
004360     MOVE VD-PERIOD-SPEND (DEPT-SUB) TO BD-PERIOD-SPEND
004370     MOVE VD-YTD-SPEND (DEPT-SUB)    TO BD-YTD-SPEND
004380     COMPUTE WS-REMAINING = VD-POOL (DEPT-SUB)
004390                          - VD-YTD-SPEND (DEPT-SUB)
004400     MOVE WS-REMAINING               TO BD-REMAINING
004410     MOVE SPACES                     TO BD-NOTE
004420
004430     IF VD-HAS-POOL (DEPT-SUB) AND VD-POOL (DEPT-SUB) > ZERO
004440         COMPUTE WS-PCT-USED ROUNDED =
004450             VD-YTD-SPEND (DEPT-SUB) * 100 / VD-POOL (DEPT-SUB)
004460         MOVE WS-PCT-USED            TO BD-PCT-USED
004470         IF WS-REMAINING < ZERO
004480             MOVE 'OVER BUDGET'      TO BD-NOTE
004490             ADD 1 TO W01-OVER-COUNT
004500         END-IF
004510     ELSE
004520         MOVE SPACES                 TO BD-PCT-USED-X
004530         MOVE 'NO POOL ON FILE'      TO BD-NOTE
004540     END-IF
004550
004560     WRITE BUD-LINE FROM BUD-DETAIL-LINE
004570
004580     ADD VD-POOL (DEPT-SUB)          TO W02-POOL
004590     ADD VD-PERIOD-SPEND (DEPT-SUB)  TO W02-PERIOD-SPEND
004600     ADD VD-YTD-SPEND (DEPT-SUB)     TO W02-YTD-SPEND
004610     .
004620 P0659-EXIT.
004630     EXIT.
004640
004650 P0900-READ-HISTORY.
004660     READ HISTORY-IN
004670         AT END
004680             MOVE 'Y' TO WS-HST-EOF-SW
004690         NOT AT END
004700             ADD 1 TO W01-HST-READ
004710     END-READ
004720     .
004730 P0999-EXIT.
004740     EXIT.
004750
004760* END OF PROGRAM
