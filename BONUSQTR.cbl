000317*                      THE PER-RECORD QUARTER MATCH.  A
000318*                      NON-NUMERIC QUARTER COLUMN NOW REJECTS
000319*                      CLEANLY AHEAD OF THE RANGE CHECK.
000320*    2026-10-15  REF  COMPANY CODE ON BONUSHST - STATES TOTAL
000321*                      AND PRINT BY COMPANY, EACH WITH ITS OWN
000322*                      PERIOD TOTALS AND CROSS-FOOT, AHEAD OF THE
000323*                      ALL-COMPANY TOTALS.  BLANK COMPANY IS 01.
000324*    2026-10-15  REF  TAXRETRO'S STATE CORRECTIONS ('S') POST AS
000325*                      ADJUSTMENTS, NOT PAYMENTS.  LOCAL
000326*                      CORRECTIONS ('L') CARRY NO STATE TAX AND
000327*                      ARE SKIPPED LIKE THE 'R' FLAGS.
000328*
000330 ENVIRONMENT DIVISION.
000340
000350 INPUT-OUTPUT SECTION.
000690     05  HS-MEDICARE                 PIC S9(9)V99 COMP-3.
000700     05  HS-NET                      PIC S9(9)V99 COMP-3.
000710     05  HS-LOCAL-TAX                PIC S9(9)V99 COMP-3.
000720     05  HS-COMPANY-CODE             PIC X(2).
000730*
000740* QTRREQ - ONE REQUEST CARD NAMING THE FISCAL YEAR AND QUARTER.
000750*
000850     05  QR-QUARTER                  PIC 9(1).
000860     05  FILLER                      PIC X(74).
000870*
000880* QTRREPT - THE REMITTANCE REPORT, ONE LINE PER STATE WITHIN EACH
000885* COMPANY.
000890*
000900 FD  QTR-REPORT
000910     RECORDING MODE IS F
001130 01  WS-PERIOD-HI                PIC 9(2) VALUE ZERO.
001140 01  WS-HIST-PP                  PIC 9(2) VALUE ZERO.
001150 01  WS-PERIOD-OFF               PIC 9(1) VALUE ZERO.
001155 01  WS-HIST-COMPANY             PIC X(2) VALUE SPACES.
001160
001170* ONE SLOT PER COMPANY AND STATE SEEN IN THE QUARTER - REGULAR
001180* WITHHOLDING, WITH THE ADJUSTMENTS - CLAWBACKS AND STATE
001185* WITHHOLDING CORRECTIONS - BROKEN OUT BESIDE IT.
001190 01  STATE-TABLE.
001200     05  STATE-TOTALS OCCURS 500 TIMES.
001205         10  QS-COMPANY-CODE    PIC X(2).
001210         10  QS-STATE-CODE      PIC X(2).
001220         10  QS-PAY-COUNT       PIC S9(7) COMP.
001230         10  QS-WITHHELD        PIC S9(11)V99 COMP-3.
001350         10  QP-WITHHELD        PIC S9(11)V99 COMP-3.
001360
001370 01  PERIOD-SUB                  PIC 9(1) VALUE ZERO.
001372
001373* ONE SLOT PER COMPANY SEEN IN THE QUARTER, WITH ITS OWN THREE
001374* PERIOD TOTALS FOR THE COMPANY'S CROSS-FOOT.  THE COMPANIES PRINT
001375* IN CODE ORDER - EACH PASS PICKS THE LOWEST CODE NOT YET PRINTED.
001376 01  COMPANY-TABLE.
001377     05  COMPANY-TOTALS OCCURS 20 TIMES.
001378         10  QC-COMPANY-CODE    PIC X(2).
001379         10  QC-WITHHELD        PIC S9(11)V99 COMP-3
001380                                OCCURS 3 TIMES.
001381
001382 01  WS-CO-COUNT                 PIC 9(3) VALUE ZERO.
001383 01  WS-CO-SLOT                  PIC 9(3) VALUE ZERO.
001384 01  CO-SUB                      PIC 9(3) VALUE ZERO.
001385 01  CO-PASS                     PIC 9(3) VALUE ZERO.
001386 01  WS-LAST-CO                  PIC X(2) VALUE LOW-VALUES.
001387 01  WS-NEXT-CO                  PIC X(2) VALUE HIGH-VALUES.
001388
001390 01  WS-REPORT-TOTAL             PIC S9(11)V99 COMP-3 VALUE ZERO.
001400 01  WS-PERIOD-GRAND             PIC S9(11)V99 COMP-3 VALUE ZERO.
001402 01  WS-CO-REPORT-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZERO.
001404 01  WS-CO-PERIOD-GRAND          PIC S9(11)V99 COMP-3 VALUE ZERO.
001410
001420 01  QTR-HEAD-1.
001430     05  FILLER            PIC X(42) VALUE
001810     05  FILLER            PIC X(2)  VALUE SPACES.
001820     05  QP-LINE-AMT       PIC ZZZ,ZZZ,ZZ9.99-.
001830
001832 01  QTR-COMPANY-LINE.
001834     05  FILLER            PIC X(8)  VALUE 'COMPANY '.
001836     05  QC-LINE-COMPANY   PIC X(2).
001837
001838 01  QTR-CO-TOTAL-LINE.
001839     05  FILLER            PIC X(18) VALUE 'TOTAL FOR COMPANY '.
001840     05  QC-LINE-TOTAL-CO  PIC X(2).
001841     05  FILLER            PIC X     VALUE SPACES.
001842     05  QC-LINE-AMT       PIC ZZZ,ZZZ,ZZ9.99-.
001843
001844 01  QTR-TOTAL-LINE.
001850     05  FILLER            PIC X(19) VALUE 'REPORT TOTAL      '.
001860     05  FILLER            PIC X(2)  VALUE SPACES.
001870     05  QT-LINE-AMT       PIC ZZZ,ZZZ,ZZ9.99-.
002710     EXIT.
002720* ONE HISTORY DETAIL - IN-QUARTER RECORDS TOTAL BY STATE AND BY
002730* PERIOD.  THE ZERO-MONEY 'R' DEPOSIT-RETURN FLAGS ARE SKIPPED
002740* SO A RETURNED DEPOSIT CANNOT INFLATE A PAYMENT COUNT, AND SO
002742* ARE TAXRETRO'S LOCAL CORRECTIONS ('L'), WHICH CARRY NO STATE
002744* TAX.  ITS STATE CORRECTIONS ('S') POST IN P0620.
002750 P0600-PROC-REC.
002760
002770     IF HS-FISCAL-FY = WS-REQ-FISCAL-YEAR
002780             AND HS-FISCAL-PP NUMERIC
002790             AND HS-TRANS-TYPE NOT = 'R'
002795             AND HS-TRANS-TYPE NOT = 'L'
002800         MOVE HS-FISCAL-PP TO WS-HIST-PP
002810         IF WS-HIST-PP NOT LESS THAN WS-PERIOD-LO
002820                 AND WS-HIST-PP NOT GREATER THAN WS-PERIOD-HI
002900 P0699-EXIT.
002910     EXIT.
002920
002922* A BLANK COMPANY IS COMPANY 01.  THE DETAIL POSTS TO ITS COMPANY
002924* AND STATE, AND TO ITS COMPANY'S AND THE ALL-COMPANY PERIOD.
002930 P0620-POST-TOTALS.
002932     MOVE HS-COMPANY-CODE TO WS-HIST-COMPANY
002934     IF WS-HIST-COMPANY = SPACES
002936         MOVE '01' TO WS-HIST-COMPANY
002938     END-IF
002939
002940     MOVE ZEROES TO WS-STATE-SLOT
002950     PERFORM P0625-FIND-STATE-SLOT THRU P0626-EXIT
002960         VARYING STATE-SUB FROM 1 BY 1
002980             OR WS-STATE-SLOT > ZERO
002990
003000     IF WS-STATE-SLOT = ZEROES
003010         IF WS-STATE-COUNT NOT LESS THAN 500
003020             DISPLAY 'BONUSQTR - MORE THAN 500 COMPANY STATES - '
003030                     'RAISE STATE-TABLE AND RECOMPILE'
003040             CLOSE HISTORY-IN QTR-REPORT
003050             MOVE +16 TO RETURN-CODE
003060             GOBACK
003070         END-IF
003080         ADD 1 TO WS-STATE-COUNT
003090         MOVE WS-STATE-COUNT TO WS-STATE-SLOT
003095         MOVE WS-HIST-COMPANY
003097                            TO QS-COMPANY-CODE (WS-STATE-SLOT)
003100         MOVE HS-STATE-CODE TO QS-STATE-CODE   (WS-STATE-SLOT)
003110         MOVE ZEROES        TO QS-PAY-COUNT    (WS-STATE-SLOT)
003120                               QS-ADJ-COUNT    (WS-STATE-SLOT)
003140                               QS-ADJ-WITHHELD (WS-STATE-SLOT)
003150     END-IF
003160
003162* A STATE WITHHOLDING CORRECTION HAS NO GROSS - IT IS NOT A
003164* PAYMENT, SO IT GOES WITH THE ADJUSTMENTS, NOT THE PAY COUNT.
003170     IF HS-TRANS-TYPE = 'A' OR 'S'
003180         ADD 1            TO QS-ADJ-COUNT    (WS-STATE-SLOT)
003190         ADD HS-STATE-TAX TO QS-ADJ-WITHHELD (WS-STATE-SLOT)
003200     ELSE
003240
003250     COMPUTE WS-PERIOD-OFF = WS-HIST-PP - WS-PERIOD-LO + 1
003260     ADD HS-STATE-TAX TO QP-WITHHELD (WS-PERIOD-OFF)
003262
003264     MOVE ZEROES TO WS-CO-SLOT
003266     PERFORM P0630-FIND-CO-SLOT THRU P0631-EXIT
003268         VARYING CO-SUB FROM 1 BY 1
003270         UNTIL CO-SUB > WS-CO-COUNT
003272             OR WS-CO-SLOT > ZERO
003274
003276     IF WS-CO-SLOT = ZEROES
003278         IF WS-CO-COUNT NOT LESS THAN 20
003280             DISPLAY 'BONUSQTR - MORE THAN 20 COMPANIES - RAISE '
003282                     'COMPANY-TABLE AND RECOMPILE'
003284             CLOSE HISTORY-IN QTR-REPORT
003286             MOVE +16 TO RETURN-CODE
003288             GOBACK
003290         END-IF
003292         ADD 1 TO WS-CO-COUNT
003294         MOVE WS-CO-COUNT     TO WS-CO-SLOT
003296         MOVE WS-HIST-COMPANY TO QC-COMPANY-CODE (WS-CO-SLOT)
003298         MOVE ZEROES          TO QC-WITHHELD (WS-CO-SLOT, 1)
003300                                 QC-WITHHELD (WS-CO-SLOT, 2)
003302                                 QC-WITHHELD (WS-CO-SLOT, 3)
003304     END-IF
003306     ADD HS-STATE-TAX TO QC-WITHHELD (WS-CO-SLOT, WS-PERIOD-OFF)
003308     .
003310 P0629-EXIT.
003312     EXIT.
003314
003316 P0625-FIND-STATE-SLOT.
003318     IF QS-COMPANY-CODE (STATE-SUB) = WS-HIST-COMPANY
003320             AND QS-STATE-CODE (STATE-SUB) = HS-STATE-CODE
003330         MOVE STATE-SUB TO WS-STATE-SLOT
003340     END-IF
003350     .
003360 P0626-EXIT.
003370     EXIT.
003372
003374 P0630-FIND-CO-SLOT.
003376     IF QC-COMPANY-CODE (CO-SUB) = WS-HIST-COMPANY
003378         MOVE CO-SUB TO WS-CO-SLOT
003380     END-IF
003382     .
003384 P0631-EXIT.
003386     EXIT.
003388* PRINT EACH COMPANY'S STATES AND TOTALS, THEN THE ALL-COMPANY
003390* PERIOD GRAND TOTALS AND THE REPORT TOTAL, AND CROSS-FOOT THE TWO
003392* WAYS OF ADDING THE SAME QUARTER.
003400 P0400-WRAP-UP.
003410
003420     PERFORM P0640-WRITE-COMPANY    THRU P0649-EXIT
003430         VARYING CO-PASS FROM 1 BY 1
003440         UNTIL CO-PASS > WS-CO-COUNT
003450
003460     MOVE 'ALL COMPANIES' TO QTR-LINE
003470     WRITE QTR-LINE
003480
003490     PERFORM P0660-WRITE-PERIOD-LINE THRU P0669-EXIT
003700     DISPLAY 'BONUSQTR - QUARTERLY REPORT COUNTS'
003710     DISPLAY 'HISTORY RECORDS READ: ' W01-HST-READ
003720     DISPLAY 'DETAILS IN QUARTER  : ' W01-IN-QUARTER
003725     DISPLAY 'COMPANIES REPORTED  : ' WS-CO-COUNT
003730     DISPLAY 'STATES REPORTED     : ' WS-STATE-COUNT
003740
003750     IF WS-CROSSFOOT-ERROR
003810     .
003820 P0499-EXIT.
003830     EXIT.
003840* ONE COMPANY - THE LOWEST CODE NOT YET PRINTED - WITH ITS STATES,
003842* ITS OWN PERIOD TOTALS AND COMPANY TOTAL, CROSS-FOOTED THE SAME
003844* WAY THE WHOLE REPORT IS, SINCE EACH COMPANY FILES ON ITS OWN.
003846 P0640-WRITE-COMPANY.
003848     MOVE HIGH-VALUES TO WS-NEXT-CO
003850     MOVE ZEROES      TO WS-CO-SLOT
003852     PERFORM P0645-FIND-NEXT-CO     THRU P0646-EXIT
003854         VARYING CO-SUB FROM 1 BY 1
003856         UNTIL CO-SUB > WS-CO-COUNT
003858     MOVE WS-NEXT-CO  TO WS-LAST-CO
003860     MOVE ZEROES      TO WS-CO-REPORT-TOTAL
003862                         WS-CO-PERIOD-GRAND
003864
003866     MOVE QC-COMPANY-CODE (WS-CO-SLOT) TO QC-LINE-COMPANY
003868     WRITE QTR-LINE FROM QTR-COMPANY-LINE
003870
003872     PERFORM P0650-WRITE-STATE-LINE THRU P0659-EXIT
003874         VARYING STATE-SUB FROM 1 BY 1
003876         UNTIL STATE-SUB > WS-STATE-COUNT
003878
003880     MOVE SPACES TO QTR-LINE
003882     WRITE QTR-LINE
003884
003886     PERFORM P0670-WRITE-CO-PERIOD  THRU P0679-EXIT
003888         VARYING PERIOD-SUB FROM 1 BY 1
003890         UNTIL PERIOD-SUB > 3
003892
003894     MOVE QC-COMPANY-CODE (WS-CO-SLOT) TO QC-LINE-TOTAL-CO
003896     MOVE WS-CO-REPORT-TOTAL           TO QC-LINE-AMT
003898     WRITE QTR-LINE FROM QTR-CO-TOTAL-LINE
003900
003902     IF WS-CO-REPORT-TOTAL NOT = WS-CO-PERIOD-GRAND
003904         MOVE 'Y' TO WS-CROSSFOOT-SW
003906         MOVE '*** COMPANY STATE TOTALS DO NOT CROSS-FOOT TO ITS P
003908-            'ERIOD TOTALS - DO NOT FILE ***' TO QTR-LINE
003910         WRITE QTR-LINE
003912     ELSE
003914         MOVE 'COMPANY STATE TOTALS CROSS-FOOT TO ITS PERIOD TOTAL
003916-            'S' TO QTR-LINE
003918         WRITE QTR-LINE
003920     END-IF
003922
003924     MOVE SPACES TO QTR-LINE
003926     WRITE QTR-LINE
003928     .
003930 P0649-EXIT.
003932     EXIT.
003934
003936 P0645-FIND-NEXT-CO.
003938     IF QC-COMPANY-CODE (CO-SUB) > WS-LAST-CO
003940             AND QC-COMPANY-CODE (CO-SUB) < WS-NEXT-CO
003942         MOVE QC-COMPANY-CODE (CO-SUB) TO WS-NEXT-CO
003944         MOVE CO-SUB                   TO WS-CO-SLOT
003946     END-IF
003948     .
003950 P0646-EXIT.
003952     EXIT.
003954
003956 P0650-WRITE-STATE-LINE.
003959     IF QS-COMPANY-CODE (STATE-SUB) = QC-COMPANY-CODE (WS-CO-SLOT)
003960         MOVE QS-STATE-CODE (STATE-SUB)   TO QD-STATE-CODE
003961         MOVE QS-PAY-COUNT (STATE-SUB)    TO QD-PAY-COUNT
003962         MOVE QS-WITHHELD (STATE-SUB)     TO QD-WITHHELD
003963         MOVE QS-ADJ-COUNT (STATE-SUB)    TO QD-ADJ-COUNT
003964         MOVE QS-ADJ-WITHHELD (STATE-SUB) TO QD-ADJ-WITHHELD
003965         COMPUTE QD-STATE-TOTAL = QS-WITHHELD (STATE-SUB)
003966                                + QS-ADJ-WITHHELD (STATE-SUB)
003967         WRITE QTR-LINE FROM QTR-DETAIL-LINE
003968         ADD QS-WITHHELD (STATE-SUB)     TO WS-REPORT-TOTAL
003969                                            WS-CO-REPORT-TOTAL
003970         ADD QS-ADJ-WITHHELD (STATE-SUB) TO WS-REPORT-TOTAL
003971                                            WS-CO-REPORT-TOTAL
003972     END-IF
003974     .
003976 P0659-EXIT.
003980     EXIT.
003990
004000 P0660-WRITE-PERIOD-LINE.
004050     .
004060 P0669-EXIT.
004070     EXIT.
004072
004074 P0670-WRITE-CO-PERIOD.
004076     MOVE QP-PERIOD (PERIOD-SUB)   TO QP-LINE-PERIOD
004078     MOVE QC-WITHHELD (WS-CO-SLOT, PERIOD-SUB)
004079                                   TO QP-LINE-AMT
004080     WRITE QTR-LINE FROM QTR-PERIOD-LINE
004081     ADD QC-WITHHELD (WS-CO-SLOT, PERIOD-SUB)
004082                                   TO WS-CO-PERIOD-GRAND
004083     .
004084 P0679-EXIT.
004085     EXIT.
004086
004090 P0900-READ-HISTORY.
004100     READ HISTORY-IN
004110         AT END
