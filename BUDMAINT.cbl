000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. BUDMAINT.
000120 AUTHOR. REF.
000130 INSTALLATION. REF.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*
000170* MODIFICATION HISTORY
000180*    2026-10-15  REF  INITIAL VERSION - ADD/CHANGE/DELETE
000190*                      MAINTENANCE AGAINST THE BUDMAST DEPARTMENT
000200*                      BONUS POOL MASTER, ONE ROW PER DEPARTMENT
000210*                      PER FISCAL YEAR, WITH A DEPARTMENT-PLUS-
000220*                      FISCAL-YEAR SEQUENCED REWRITE OF THE MASTER
000230*                      AND AN AUDIT LISTING OF EVERY CHANGE.
000240*
000250 ENVIRONMENT DIVISION.
000260
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT OLD-MASTER   ASSIGN TO BUDMAST.
000300     SELECT TRANS-IN      ASSIGN TO BUDTRANS.
000310     SELECT SORT-WORK     ASSIGN TO SRTWK01.
000320     SELECT TRANS-SORTED  ASSIGN TO BUDTSRT.
000330     SELECT NEW-MASTER    ASSIGN TO NEWBUD.
000340     SELECT AUDIT-RPT     ASSIGN TO BUDAUDIT.
000350
000360 DATA DIVISION.
000370 FILE SECTION.
000380*
000390* OLD-MASTER - THE CURRENT BUDMAST DEPARTMENT BONUS POOLS
000400*
000410 FD  OLD-MASTER
000420     RECORDING MODE IS F
000430     LABEL RECORDS ARE STANDARD
000440     RECORD CONTAINS 80 CHARACTERS
000450     BLOCK CONTAINS 0 RECORDS
000460     DATA RECORD IS OM-REC.
000470 01  OM-REC.
000480     05  OM-DEPT-CODE                PIC X(4).
000490     05  FILLER                      PIC X.
000500     05  OM-FISCAL-YEAR              PIC X(4).
000510     05  FILLER                      PIC X.
000520     05  OM-BUDGET-AMT               PIC 9(9)V99.
000530     05  FILLER                      PIC X(59).
000540*
000550* BUDTRANS - RAW ADD/CHANGE/DELETE TRANSACTIONS, ANY ORDER
000560*
000570 FD  TRANS-IN
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD
000600     RECORD CONTAINS 45 CHARACTERS
000610     BLOCK CONTAINS 0 RECORDS
000620     DATA RECORD IS TI-REC.
000630 01  TI-REC.
000640     05  TI-TRANS-CODE               PIC X.
000650     05  TI-DEPT-CODE                PIC X(4).
000660     05  TI-FISCAL-YEAR              PIC X(4).
000670     05  TI-BUDGET-AMT               PIC 9(9)V99.
000680     05  FILLER                      PIC X(25).
000690*
000700* SRTWK01 - SORT WORK FILE, TRANSACTIONS INTO DEPARTMENT SEQUENCE
000710*
000720 SD  SORT-WORK
000730     DATA RECORD IS TS-REC.
000740 01  TS-REC.
000750     05  TS-TRANS-CODE               PIC X.
000760     05  TS-DEPT-CODE                PIC X(4).
000770     05  TS-FISCAL-YEAR              PIC X(4).
000780     05  TS-BUDGET-AMT               PIC 9(9)V99.
000790     05  FILLER                      PIC X(25).
000800*
000810* BUDTSRT - TRANSACTIONS AFTER SORTING, DEPARTMENT SEQUENCE
000820*
000830 FD  TRANS-SORTED
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 45 CHARACTERS
000870     BLOCK CONTAINS 0 RECORDS
000880     DATA RECORD IS TR-REC.
000890 01  TR-REC.
000900     05  TR-TRANS-CODE               PIC X.
000910         88  TR-ADD                      VALUE 'A'.
000920         88  TR-CHANGE                   VALUE 'C'.
000930         88  TR-DELETE                   VALUE 'D'.
000940     05  TR-DEPT-CODE                PIC X(4).
000950     05  TR-FISCAL-YEAR.
000960         10  TR-FISCAL-LIT           PIC X(2).
000970         10  TR-FISCAL-YY            PIC X(2).
000980     05  TR-BUDGET-AMT               PIC 9(9)V99.
000990     05  FILLER                      PIC X(25).
001000*
001010* NEWBUD - THE REWRITTEN BUDMAST MASTER, DEPARTMENT SEQUENCE
001020*
001030 FD  NEW-MASTER
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 80 CHARACTERS
001070     BLOCK CONTAINS 0 RECORDS
001080     DATA RECORD IS NM-REC.
001090 01  NM-REC.
001100     05  NM-DEPT-CODE                PIC X(4).
001110     05  FILLER                      PIC X.
001120     05  NM-FISCAL-YEAR              PIC X(4).
001130     05  FILLER                      PIC X.
001140     05  NM-BUDGET-AMT               PIC 9(9)V99.
001150     05  FILLER                      PIC X(59).
001160*
001170* BUDAUDIT - LISTING OF EVERY CHANGE APPLIED OR REJECTED THIS RUN
001180*
001190 FD  AUDIT-RPT
001200     RECORDING MODE IS F
001210     LABEL RECORDS ARE STANDARD
001220     RECORD CONTAINS 79 CHARACTERS
001230     BLOCK CONTAINS 0 RECORDS
001240     DATA RECORD IS AUDIT-REC.
001250 01  AUDIT-REC                       PIC X(79).
001260
001270 WORKING-STORAGE SECTION.
001280
001290 01  WS-MASTER-EOF-SW            PIC X VALUE 'N'.
001300     88  WS-MASTER-EOF               VALUE 'Y'.
001310
001320 01  WS-TRANS-EOF-SW             PIC X VALUE 'N'.
001330     88  WS-TRANS-EOF                VALUE 'Y'.
001340
001350 01  WS-PRIOR-TRANS-KEY          PIC X(8) VALUE LOW-VALUES.
001360
001370 01  WS-OM-KEY.
001380     05  WS-OM-KEY-DEPT           PIC X(4).
001390     05  WS-OM-KEY-FY             PIC X(4).
001400
001410 01  WS-TR-KEY.
001420     05  WS-TR-KEY-DEPT           PIC X(4).
001430     05  WS-TR-KEY-FY             PIC X(4).
001440
001450 01  WS-SORT-RC                  PIC S9(4) COMP VALUE ZERO.
001460
001470 01  WS-BUDGET-VALID-SW          PIC X VALUE 'Y'.
001480
001490 01  W01-COUNTERS.
001500     05  W01-ADD-COUNT            PIC S9(4) COMP VALUE ZERO.
001510     05  W01-CHANGE-COUNT         PIC S9(4) COMP VALUE ZERO.
001520     05  W01-DELETE-COUNT         PIC S9(4) COMP VALUE ZERO.
001530     05  W01-REJECT-COUNT         PIC S9(4) COMP VALUE ZERO.
001540     05  W01-CARRIED-COUNT        PIC S9(4) COMP VALUE ZERO.
001550
001560 01  AUDIT-DETAIL-LINE.
001570     05  AD-DEPT-CODE              PIC X(4).
001580     05  FILLER                    PIC X(3).
001590     05  AD-FISCAL-YEAR            PIC X(4).
001600     05  FILLER                    PIC X(3).
001610     05  AD-ACTION                 PIC X(8).
001620     05  FILLER                    PIC X(3).
001630     05  AD-OLD-BUDGET             PIC ZZZ,ZZZ,ZZ9.99.
001640     05  FILLER                    PIC X(3).
001650     05  AD-NEW-BUDGET             PIC ZZZ,ZZZ,ZZ9.99.
001660     05  FILLER                    PIC X(3).
001670     05  AD-STATUS                 PIC X(20).
001680
001690 01  AUDIT-HEADING-1.
001700     05  FILLER                    PIC X(24) VALUE
001710         'BUDMAINT - AUDIT LISTING'.
001720
001730 01  AUDIT-HEADING-2.
001740     05  FILLER                    PIC X(4)  VALUE 'DEPT'.
001750     05  FILLER                    PIC X(3)  VALUE SPACES.
001760     05  FILLER                    PIC X(4)  VALUE 'FY'.
001770     05  FILLER                    PIC X(3)  VALUE SPACES.
001780     05  FILLER                    PIC X(8)  VALUE 'ACTION'.
001790     05  FILLER                    PIC X(3)  VALUE SPACES.
001800     05  FILLER                    PIC X(14) VALUE
001810         '    OLD BUDGET'.
001820     05  FILLER                    PIC X(3)  VALUE SPACES.
001830     05  FILLER                    PIC X(14) VALUE
001840         '    NEW BUDGET'.
001850     05  FILLER                    PIC X(3)  VALUE SPACES.
001860     05  FILLER                    PIC X(20) VALUE 'STATUS'.
001870
001880 PROCEDURE DIVISION.
001890 P0100-MAINLINE.
001900
001910     PERFORM P0200-INITIALIZE        THRU P0299-EXIT
001920
001930     PERFORM P0300-PROCESS-REC       THRU P0399-EXIT
001940         UNTIL WS-MASTER-EOF AND WS-TRANS-EOF
001950
001960     PERFORM P0400-WRAP-UP           THRU P0499-EXIT
001970
001980     GOBACK
001990
002000     .
002010 P0199-EXIT.
002020     EXIT.
002030
002040 P0200-INITIALIZE.
002050
002060     SORT SORT-WORK
002070         ON ASCENDING KEY TS-DEPT-CODE
002080         ON ASCENDING KEY TS-FISCAL-YEAR
002090         USING TRANS-IN
002100         GIVING TRANS-SORTED
002110
002120     MOVE SORT-RETURN TO WS-SORT-RC
002130     IF WS-SORT-RC NOT = ZERO
002140         DISPLAY 'BUDMAINT - TRANS SORT FAILED, RC: ' WS-SORT-RC
002150         MOVE WS-SORT-RC TO RETURN-CODE
002160         GOBACK
002170     END-IF
002180
002190     OPEN INPUT  OLD-MASTER
002200                 TRANS-SORTED
002210          OUTPUT NEW-MASTER
002220                 AUDIT-RPT
002230
002240     WRITE AUDIT-REC FROM AUDIT-HEADING-1
002250     MOVE SPACES TO AUDIT-REC
002260     WRITE AUDIT-REC
002270     WRITE AUDIT-REC FROM AUDIT-HEADING-2
002280
002290     PERFORM P0900-READ-MASTER       THRU P0999-EXIT
002300     PERFORM P0950-READ-TRANS        THRU P0959-EXIT
002310
002320     .
002330 P0299-EXIT.
002340     EXIT.
002350
002360* THE CLASSIC BALANCE-LINE MERGE OF AN OLD MASTER AGAINST SORTED
002370* TRANSACTIONS, PRODUCING A NEW MASTER IN DEPARTMENT-PLUS-FISCAL-
002380* YEAR SEQUENCE, ONE POOL ROW PER DEPARTMENT PER FISCAL YEAR.
002390 P0300-PROCESS-REC.
002400
002410     EVALUATE TRUE
002420         WHEN WS-MASTER-EOF
002430             PERFORM P0600-APPLY-ADD      THRU P0699-EXIT
002440             PERFORM P0950-READ-TRANS     THRU P0959-EXIT
002450         WHEN WS-TRANS-EOF
002460             PERFORM P0700-COPY-MASTER    THRU P0799-EXIT
002470             PERFORM P0900-READ-MASTER    THRU P0999-EXIT
002480         WHEN WS-OM-KEY < WS-TR-KEY
002490             PERFORM P0700-COPY-MASTER    THRU P0799-EXIT
002500             PERFORM P0900-READ-MASTER    THRU P0999-EXIT
002510         WHEN WS-OM-KEY > WS-TR-KEY
002520             PERFORM P0600-APPLY-ADD      THRU P0699-EXIT
002530             PERFORM P0950-READ-TRANS     THRU P0959-EXIT
002540         WHEN OTHER
002550             PERFORM P0800-APPLY-MATCH    THRU P0899-EXIT
002560             PERFORM P0900-READ-MASTER    THRU P0999-EXIT
002570             PERFORM P0950-READ-TRANS     THRU P0959-EXIT
002580     END-EVALUATE
002590
002600     .
002610 P0399-EXIT.
002620     EXIT.
002630
002640 P0400-WRAP-UP.
002650
002660     CLOSE OLD-MASTER
002670           TRANS-SORTED
002680           NEW-MASTER
002690           AUDIT-RPT
002700
002710     DISPLAY 'BUDMAINT - TRANSACTION COUNTS'
002720     DISPLAY 'POOLS ADDED       : ' W01-ADD-COUNT
002730     DISPLAY 'POOLS CHANGED     : ' W01-CHANGE-COUNT
002740     DISPLAY 'POOLS DELETED     : ' W01-DELETE-COUNT
002750     DISPLAY 'POOLS CARRIED     : ' W01-CARRIED-COUNT
002760     DISPLAY 'TRANSACTIONS REJECTED: ' W01-REJECT-COUNT
002770
002780     MOVE +0 TO RETURN-CODE
002790     .
002800 P0499-EXIT.
002810     EXIT.
002820
002830* NO MASTER RECORD AT THIS KEY YET - ONLY AN ADD TRANSACTION IS
002840* VALID HERE. A CHANGE OR DELETE AGAINST A DEPARTMENT/FISCAL YEAR
002850* NOT ON FILE IS REJECTED AND LOGGED BUT DOES NOT STOP THE RUN.
002860 P0600-APPLY-ADD.
002870
002880     IF TR-ADD
002890         PERFORM P0650-VALIDATE-BUDGET THRU P0659-EXIT
002900         IF WS-BUDGET-VALID-SW = 'Y'
002910             MOVE SPACES            TO NM-REC
002920             MOVE TR-DEPT-CODE      TO NM-DEPT-CODE
002930             MOVE TR-FISCAL-YEAR    TO NM-FISCAL-YEAR
002940             MOVE TR-BUDGET-AMT     TO NM-BUDGET-AMT
002950             WRITE NM-REC
002960             ADD 1 TO W01-ADD-COUNT
002970             MOVE TR-DEPT-CODE        TO AD-DEPT-CODE
002980             MOVE TR-FISCAL-YEAR      TO AD-FISCAL-YEAR
002990             MOVE 'ADDED'             TO AD-ACTION
003000             MOVE ZEROES              TO AD-OLD-BUDGET
003010             MOVE TR-BUDGET-AMT       TO AD-NEW-BUDGET
003020             MOVE 'ADDED'             TO AD-STATUS
003030             PERFORM P0670-WRITE-AUDIT-LINE THRU P0679-EXIT
003040         ELSE
003050             ADD 1 TO W01-REJECT-COUNT
003060             PERFORM P0670-WRITE-AUDIT-LINE THRU P0679-EXIT
003070         END-IF
003080     ELSE
003090         ADD 1 TO W01-REJECT-COUNT
003100         MOVE TR-DEPT-CODE           TO AD-DEPT-CODE
003110         MOVE TR-FISCAL-YEAR         TO AD-FISCAL-YEAR
003120         MOVE 'REJECT'               TO AD-ACTION
003130         MOVE ZEROES                 TO AD-OLD-BUDGET
003140                                        AD-NEW-BUDGET
003150         MOVE 'POOL NOT ON FILE'     TO AD-STATUS
003160         PERFORM P0670-WRITE-AUDIT-LINE THRU P0679-EXIT
003170     END-IF
003180     .
003190 P0699-EXIT.
003200     EXIT.
003210
003220* VALIDATE A TRANSACTION'S DEPARTMENT, FISCAL YEAR AND POOL AMOUNT
003230* BEFORE IT IS APPLIED.  THE FISCAL YEAR IS KEYED IN THE 'FYYY'
003240* FORM THE DATETIME FISCAL STAMP CARRIES, SO BONUS MATCHES IT.
003250 P0650-VALIDATE-BUDGET.
003260
003270     MOVE 'Y' TO WS-BUDGET-VALID-SW
003280     MOVE TR-DEPT-CODE               TO AD-DEPT-CODE
003290     MOVE TR-FISCAL-YEAR             TO AD-FISCAL-YEAR
003300     MOVE 'REJECT'                   TO AD-ACTION
003310     MOVE ZEROES                     TO AD-OLD-BUDGET
003320                                        AD-NEW-BUDGET
003330
003340     IF TR-DEPT-CODE = SPACES
003350         MOVE 'N' TO WS-BUDGET-VALID-SW
003360         MOVE 'DEPT CODE BLANK'      TO AD-STATUS
003370     END-IF
003380
003390     IF WS-BUDGET-VALID-SW = 'Y'
003400         IF TR-FISCAL-LIT NOT = 'FY'
003410                 OR TR-FISCAL-YY NOT NUMERIC
003420             MOVE 'N' TO WS-BUDGET-VALID-SW
003430             MOVE 'BAD FISCAL YEAR'      TO AD-STATUS
003440         END-IF
003450     END-IF
003460
003470     IF WS-BUDGET-VALID-SW = 'Y'
003480         IF TR-BUDGET-AMT NOT NUMERIC
003490             MOVE 'N' TO WS-BUDGET-VALID-SW
003500             MOVE 'POOL NOT NUMERIC'     TO AD-STATUS
003510         ELSE
003520             IF TR-BUDGET-AMT NOT GREATER THAN ZERO
003530                 MOVE 'N' TO WS-BUDGET-VALID-SW
003540                 MOVE 'POOL NOT POSITIVE'    TO AD-STATUS
003550             END-IF
003560         END-IF
003570     END-IF
003580
003590     IF WS-BUDGET-VALID-SW = 'Y'
003600         MOVE SPACES TO AUDIT-DETAIL-LINE
003610     END-IF
003620     .
003630 P0659-EXIT.
003640     EXIT.
003650
003660* NO TRANSACTION AGAINST THIS POOL - CARRY THE MASTER RECORD
003670* FORWARD TO THE NEW MASTER UNCHANGED.
003680 P0700-COPY-MASTER.
003690
003700     MOVE OM-REC                     TO NM-REC
003710     WRITE NM-REC
003720     ADD 1 TO W01-CARRIED-COUNT
003730     .
003740 P0799-EXIT.
003750     EXIT.
003760
003770* MASTER AND TRANSACTION KEYS MATCH - APPLY THE CHANGE OR DELETE,
003780* OR REJECT AN ADD AGAINST A POOL THAT IS ALREADY ON FILE.
003790 P0800-APPLY-MATCH.
003800
003810     EVALUATE TRUE
003820         WHEN TR-CHANGE
003830             PERFORM P0650-VALIDATE-BUDGET THRU P0659-EXIT
003840             IF WS-BUDGET-VALID-SW = 'Y'
003850                 MOVE OM-DEPT-CODE       TO AD-DEPT-CODE
003860                 MOVE OM-FISCAL-YEAR     TO AD-FISCAL-YEAR
003870                 MOVE 'CHANGED'          TO AD-ACTION
003880                 MOVE OM-BUDGET-AMT      TO AD-OLD-BUDGET
003890                 MOVE TR-BUDGET-AMT      TO AD-NEW-BUDGET
003900                 MOVE 'POOL CHANGED'     TO AD-STATUS
003910                 MOVE OM-REC             TO NM-REC
003920                 MOVE TR-BUDGET-AMT      TO NM-BUDGET-AMT
003930                 WRITE NM-REC
003940                 ADD 1 TO W01-CHANGE-COUNT
003950             ELSE
003960                 MOVE OM-BUDGET-AMT      TO AD-OLD-BUDGET
003970                 MOVE OM-REC             TO NM-REC
003980                 WRITE NM-REC
003990                 ADD 1 TO W01-REJECT-COUNT
004000             END-IF
004010             PERFORM P0670-WRITE-AUDIT-LINE THRU P0679-EXIT
004020         WHEN TR-DELETE
004030             MOVE OM-DEPT-CODE           TO AD-DEPT-CODE
004040             MOVE OM-FISCAL-YEAR         TO AD-FISCAL-YEAR
004050             MOVE 'DELETED'              TO AD-ACTION
004060             MOVE OM-BUDGET-AMT          TO AD-OLD-BUDGET
004070             MOVE ZEROES                 TO AD-NEW-BUDGET
004080             MOVE 'POOL REMOVED'         TO AD-STATUS
004090             ADD 1 TO W01-DELETE-COUNT
004100             PERFORM P0670-WRITE-AUDIT-LINE THRU P0679-EXIT
004110         WHEN TR-ADD
004120             MOVE OM-REC                 TO NM-REC
004130             WRITE NM-REC
004140             MOVE OM-DEPT-CODE           TO AD-DEPT-CODE
004150             MOVE OM-FISCAL-YEAR         TO AD-FISCAL-YEAR
004160             MOVE 'REJECT'               TO AD-ACTION
004170             MOVE OM-BUDGET-AMT          TO AD-OLD-BUDGET
004180             MOVE ZEROES                 TO AD-NEW-BUDGET
004190             MOVE 'POOL ALREADY ON FILE' TO AD-STATUS
004200             ADD 1 TO W01-REJECT-COUNT
004210             PERFORM P0670-WRITE-AUDIT-LINE THRU P0679-EXIT
004220         WHEN OTHER
004230             MOVE OM-REC                 TO NM-REC
004240             WRITE NM-REC
004250             MOVE OM-DEPT-CODE           TO AD-DEPT-CODE
004260             MOVE OM-FISCAL-YEAR         TO AD-FISCAL-YEAR
004270             MOVE 'REJECT'               TO AD-ACTION
004280             MOVE OM-BUDGET-AMT          TO AD-OLD-BUDGET
004290             MOVE ZEROES                 TO AD-NEW-BUDGET
004300             MOVE 'INVALID TRANS CODE'   TO AD-STATUS
004310             ADD 1 TO W01-REJECT-COUNT
004320             PERFORM P0670-WRITE-AUDIT-LINE THRU P0679-EXIT
004330     END-EVALUATE
004340     .
004350 P0899-EXIT.
004360     EXIT.
004370
004380 P0670-WRITE-AUDIT-LINE.
004390     WRITE AUDIT-REC FROM AUDIT-DETAIL-LINE
004400     MOVE SPACES TO AUDIT-DETAIL-LINE
004410     .
004420 P0679-EXIT.
004430     EXIT.
004440
004450 P0900-READ-MASTER.
004460     READ OLD-MASTER
004470         AT END
004480             MOVE 'Y' TO WS-MASTER-EOF-SW
004490     END-READ
004500
004510     IF NOT WS-MASTER-EOF
004520         MOVE OM-DEPT-CODE   TO WS-OM-KEY-DEPT
004530         MOVE OM-FISCAL-YEAR TO WS-OM-KEY-FY
004540     END-IF
004550     .
004560 P0999-EXIT.
004570     EXIT.
004580
004590* A DEPARTMENT/FISCAL-YEAR PAIR MAY APPEAR ON ONLY ONE TRANSACTION
004600* PER RUN - A SECOND TRANSACTION AGAINST A KEY ALREADY SEEN THIS
004610* RUN IS LOGGED AS A DUPLICATE AND SKIPPED RATHER THAN APPLIED.
004620 P0950-READ-TRANS.
004630     READ TRANS-SORTED
004640         AT END
004650             MOVE 'Y' TO WS-TRANS-EOF-SW
004660     END-READ
004670
004680     IF NOT WS-TRANS-EOF
004690         MOVE TR-DEPT-CODE      TO WS-TR-KEY-DEPT
004700         MOVE TR-FISCAL-YEAR    TO WS-TR-KEY-FY
004710         IF WS-TR-KEY = WS-PRIOR-TRANS-KEY
004720             MOVE TR-DEPT-CODE           TO AD-DEPT-CODE
004730             MOVE TR-FISCAL-YEAR         TO AD-FISCAL-YEAR
004740             MOVE 'REJECT'               TO AD-ACTION
004750             MOVE ZEROES                 TO AD-OLD-BUDGET
004760             MOVE ZEROES                 TO AD-NEW-BUDGET
004770             MOVE 'DUPLICATE TRANS'      TO AD-STATUS
004780             PERFORM P0670-WRITE-AUDIT-LINE THRU P0679-EXIT
004790             ADD 1 TO W01-REJECT-COUNT
004800             PERFORM P0950-READ-TRANS    THRU P0959-EXIT
004810         ELSE
004820             MOVE WS-TR-KEY TO WS-PRIOR-TRANS-KEY
004830         END-IF
004840     END-IF
004850     .
004860 P0959-EXIT.
004870     EXIT.
004880
004890* END OF PROGRAM
