000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. BONUSACR.
000120 AUTHOR. REF.
000130 INSTALLATION. REF.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*
000170* MODIFICATION HISTORY
000180*    2026-10-15  REF  INITIAL VERSION - MONTH-END ACCRUAL OF THE
000190*                      BONUSES OWED BUT NOT YET PAID.  GLJRNL
000200*                      BOOKS ONLY WHAT A BONUS RUN PAID; THE ITEMS
000210*                      HELD ON SUSPOUT AND THE REJECTS STILL
000220*                      OUTSTANDING ON NEWBAD ARE LIABILITIES ALL
000230*                      THE SAME.  EACH ONE IS LISTED ON ACCRRPT
000240*                      AND ITS GROSS IS TOTALLED BY COMPANY AND
000250*                      DEPARTMENT.
000260*                      ACCRJRNL, IN THE GLJRNL LAYOUT, CARRIES ONE
000270*                      SELF-BALANCING SET PER COMPANY FOR THE
000280*                      PERIOD BEING CLOSED - BONUS EXPENSE DEBITS
000290*                      BY DEPARTMENT AND ONE ACCRUED BONUS
000300*                      LIABILITY CREDIT.  ACCRREV CARRIES THE SAME
000310*                      SETS WITH DEBIT AND CREDIT SWAPPED, DATED
000320*                      THE NEXT FISCAL PERIOD, SO THE ACCRUAL
000330*                      UNWINDS ON ITS FIRST DAY AND THE RUN THAT
000340*                      FINALLY PAYS THE ITEMS BOOKS THE EXPENSE AS
000350*                      USUAL.  THE PERIOD CLOSED IS THE RUN'S OWN
000360*                      UNLESS THE OPTIONAL ACCRPARM CARD NAMES
000370*                      ANOTHER.
000372*    2026-10-15  REF  HELD OR REJECTED WITHHOLDING CORRECTIONS
000374*                      (TYPES S AND L, FROM TAXRETRO) ARE NOT
000376*                      BONUS EXPENSE - THEY ARE COUNTED AND LEFT
000378*                      OUT OF THE ACCRUAL.
000379*    2026-10-15  REF  A HELD OR REJECTED GROSS-UP (TYPE G) CARRIES
000380*                      THE NET WANTED, NOT THE GROSS, SO IT IS
000381*                      LISTED NOT ACCRUED (GROSS-UP - BOOK BY
000382*                      HAND) AND THE RUN ENDS RC 4.
000383*
000390 ENVIRONMENT DIVISION.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT SUSP-IN     ASSIGN TO SUSPOUT
000440             FILE STATUS IS WS-SUS-STATUS.
000450     SELECT REJECT-IN   ASSIGN TO NEWBAD
000460             FILE STATUS IS WS-REJ-STATUS.
000470     SELECT ACCR-PARM   ASSIGN TO ACCRPARM
000480             FILE STATUS IS WS-PRM-STATUS.
000490     SELECT ACCR-JRNL   ASSIGN TO ACCRJRNL.
000500     SELECT REV-JRNL    ASSIGN TO ACCRREV.
000510     SELECT ACCR-RPT    ASSIGN TO ACCRRPT.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550*
000560* SUSPOUT - THE HELD BONUSES AS THE LAST BONUS RUN LEFT THEM: THE
000570* INPUT RECORD STAMPED WITH THE FISCAL PERIOD IT WAS FIRST HELD.
000580* ABSENT (STATUS 35) MEANS NOTHING IS HELD.
000590*
000600 FD  SUSP-IN
000610     RECORDING MODE IS F
000620     LABEL RECORDS ARE STANDARD
000630     RECORD CONTAINS 90 CHARACTERS
000640     BLOCK CONTAINS 0 RECORDS
000650     DATA RECORD IS SUSP-IN-REC.
000660 01  SUSP-IN-REC.
000670     05  SI-FISCAL                   PIC X(8).
000680     05  FILLER                      PIC X.
000690     05  SI-INPUT-IMAGE.
000700         10  SI-STATE-CODE           PIC X(20).
000710         10  SI-LAST-NAME            PIC X(20).
000720         10  SI-FIRST-NAME           PIC X(15).
000730         10  SI-MID-INIT             PIC X.
000740         10  SI-BONUS-AMT            PIC S9(7)V99 COMP-3.
000750         10  SI-FED-EXEMPT-IND       PIC X.
000760         10  SI-STATE-EXEMPT-IND     PIC X.
000770         10  SI-DEPT-CODE            PIC X(4).
000780         10  SI-EMP-NBR              PIC X(5).
000790         10  SI-TRANS-TYPE           PIC X.
000795             88  SI-TAX-CORRECTION       VALUE 'S' 'L'.
000797             88  SI-GROSS-UP             VALUE 'G'.
000800         10  SI-COMPANY-CODE         PIC X(2).
000810         10  FILLER                  PIC X.
000820     05  FILLER                      PIC X(5).
000830*
000840* NEWBAD - THE REJECTS STILL OUTSTANDING, IN THE BADBONUS LAYOUT.
000850* WHEN BADFIX HAS NOT RUN SINCE THE LAST BONUS RUN, THE BADBONUS
000860* FILE ITSELF IS SUPPLIED HERE.  ABSENT (STATUS 35) MEANS NO
000870* REJECTS ARE OUTSTANDING.
000880*
000890 FD  REJECT-IN
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD
000920     RECORD CONTAINS 110 CHARACTERS
000930     BLOCK CONTAINS 0 RECORDS
000940     DATA RECORD IS BAD-REC.
000950 01  BAD-REC.
000960     05  BR-STATE-CODE               PIC X(20).
000970     05  BR-LAST-NAME                PIC X(20).
000980     05  BR-FIRST-NAME               PIC X(15).
000990     05  BR-MID-INIT                 PIC X.
001000     05  BR-BONUS-AMT                PIC S9(7)V99 COMP-3.
001010     05  BR-FED-EXEMPT-IND           PIC X.
001020     05  BR-STATE-EXEMPT-IND         PIC X.
001030     05  BR-DEPT-CODE                PIC X(4).
001040     05  BR-EMP-NBR                  PIC X(5).
001050     05  BR-TRANS-TYPE               PIC X.
001055         88  BR-TAX-CORRECTION           VALUE 'S' 'L'.
001057         88  BR-GROSS-UP                 VALUE 'G'.
001060     05  BR-COMPANY-CODE             PIC X(2).
001070     05  FILLER                      PIC X.
001080     05  BR-REASON-CODE              PIC X(2).
001090     05  BR-REASON-TEXT              PIC X(30).
001100     05  BR-AGE-RUNS                 PIC 9(2).
001110*
001120* ACCRPARM - OPTIONAL CARD NAMING THE FISCAL PERIOD BEING CLOSED,
001130* IN THE 'FY26 P08' FORM, FOR AN ACCRUAL RUN AFTER THE PERIOD HAS
001140* TURNED.  ABSENT OR BLANK TAKES THE RUN'S OWN FISCAL PERIOD.
001150*
001160 FD  ACCR-PARM
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD
001190     RECORD CONTAINS 80 CHARACTERS
001200     BLOCK CONTAINS 0 RECORDS
001210     DATA RECORD IS PARM-REC.
001220 01  PARM-REC.
001230     05  AP-FISCAL                   PIC X(8).
001240     05  FILLER                      PIC X(72).
001250*
001260* ACCRJRNL - THE ACCRUAL, AND ACCRREV - ITS REVERSAL, BOTH IN THE
001270* GLJRNL LAYOUT WITH ONE 'H'/'D'/'T' SET PER COMPANY.  NO TRAILER
001280* MEANS DO NOT POST THAT COMPANY'S SET.
001290*
001300 FD  ACCR-JRNL
001310     RECORDING MODE IS F
001320     LABEL RECORDS ARE STANDARD
001330     RECORD CONTAINS 80 CHARACTERS
001340     BLOCK CONTAINS 0 RECORDS
001350     DATA RECORD IS ACCR-REC.
001360 01  ACCR-REC                        PIC X(80).
001370
001380 FD  REV-JRNL
001390     RECORDING MODE IS F
001400     LABEL RECORDS ARE STANDARD
001410     RECORD CONTAINS 80 CHARACTERS
001420     BLOCK CONTAINS 0 RECORDS
001430     DATA RECORD IS REV-REC.
001440 01  REV-REC                         PIC X(80).
001450*
001460* ACCRRPT - EVERY ITEM ACCRUED (OR REFUSED), THEN THE JOURNAL
001470* LINES.
001480*
001490 FD  ACCR-RPT
001500     RECORDING MODE IS F
001510     LABEL RECORDS ARE STANDARD
001520     RECORD CONTAINS 132 CHARACTERS
001530     BLOCK CONTAINS 0 RECORDS
001540     DATA RECORD IS RPT-LINE.
001550 01  RPT-LINE                        PIC X(132).
001560
001570 WORKING-STORAGE SECTION.
001580
001590 01  WS-SUS-STATUS               PIC X(2) VALUE '00'.
001600     88  WS-SUS-FILE-NOT-FOUND       VALUE '35'.
001610
001620 01  WS-REJ-STATUS               PIC X(2) VALUE '00'.
001630     88  WS-REJ-FILE-NOT-FOUND       VALUE '35'.
001640
001650 01  WS-PRM-STATUS               PIC X(2) VALUE '00'.
001660     88  WS-PRM-FILE-NOT-FOUND       VALUE '35'.
001670
001680 01  WS-SUS-EOF-SW               PIC X VALUE 'N'.
001690     88  WS-SUS-EOF                  VALUE 'Y'.
001700
001710 01  WS-REJ-EOF-SW               PIC X VALUE 'N'.
001720     88  WS-REJ-EOF                  VALUE 'Y'.
001730
001740 01  WS-GL-ERROR-SW              PIC X VALUE 'N'.
001750     88  WS-GL-ERROR                 VALUE 'Y'.
001760
001770 01  WS-REFUSED-SW               PIC X VALUE 'N'.
001780     88  WS-ITEMS-REFUSED            VALUE 'Y'.
001790
001800 01  WS-HEAD-DATE                PIC X(34).
001810 01  WS-HEAD-TIME                PIC X(20).
001820 01  WS-RUN-FISCAL               PIC X(8).
001830
001840* THE PERIOD BEING CLOSED AND THE ONE THE REVERSAL LANDS IN, WITH
001850* THE REVERSAL PERIOD'S FIRST CALENDAR DAY.  THE FISCAL YEAR OPENS
001860* IN MARCH, SO PERIOD NN IS CALENDAR MONTH NN + 2 OF THE YEAR THE
001870* FISCAL YEAR IS NAMED FOR, WRAPPING INTO THE NEXT CALENDAR YEAR.
001880 01  WS-ACCR-FISCAL.
001890     05  WS-ACCR-FY-LIT          PIC X(2).
001900     05  WS-ACCR-YY              PIC 9(2).
001910     05  WS-ACCR-P-LIT           PIC X(2).
001920     05  WS-ACCR-PP              PIC 9(2).
001930
001940 01  WS-REV-FISCAL.
001950     05  FILLER                  PIC X(2) VALUE 'FY'.
001960     05  WS-REV-YY               PIC 9(2).
001970     05  FILLER                  PIC X(2) VALUE ' P'.
001980     05  WS-REV-PP               PIC 9(2).
001990
002000 01  WS-REV-DATE.
002010     05  WS-REV-CCYY             PIC 9(4).
002020     05  FILLER                  PIC X VALUE '-'.
002030     05  WS-REV-MM               PIC 9(2).
002040     05  FILLER                  PIC X(3) VALUE '-01'.
002050
002060 01  WS-REV-MONTH                PIC 9(2) VALUE ZERO.
002070
002080* ONE ITEM, WHICHEVER FILE IT CAME FROM, AS IT IS POSTED.
002090 01  WS-ITEM-SOURCE              PIC X(8).
002100 01  WS-ITEM-COMPANY             PIC X(2).
002110 01  WS-ITEM-DEPT                PIC X(4).
002120 01  WS-ITEM-AMT                 PIC S9(7)V99 COMP-3.
002130
002140* ONE SLOT PER COMPANY AND DEPARTMENT ACCRUED - THE EXPENSE
002150* DEBITS.
002160 01  DEPT-TABLE.
002170     05  DEPT-TOTALS OCCURS 200 TIMES.
002180         10  AD-COMPANY-CODE    PIC X(2).
002190         10  AD-DEPT-CODE       PIC X(4).
002200         10  AD-GROSS           PIC S9(9)V99 COMP-3.
002210
002220 01  WS-DEPT-COUNT               PIC 9(3) VALUE ZERO.
002230 01  WS-DEPT-SLOT                PIC 9(3) VALUE ZERO.
002240 01  DEPT-SUB                    PIC 9(3) VALUE ZERO.
002250
002260* ONE SLOT PER COMPANY ACCRUED - THE LIABILITY CREDIT.  THE SETS
002270* ARE WRITTEN IN CODE ORDER - EACH PASS PICKS THE LOWEST CODE NOT
002280* YET WRITTEN.
002290 01  COMPANY-TABLE.
002300     05  COMPANY-TOTALS OCCURS 20 TIMES.
002310         10  AC-COMPANY-CODE    PIC X(2).
002320         10  AC-ITEM-COUNT      PIC S9(7) COMP.
002330         10  AC-GROSS           PIC S9(9)V99 COMP-3.
002340
002350 01  WS-CO-COUNT                 PIC 9(3) VALUE ZERO.
002360 01  WS-CO-SLOT                  PIC 9(3) VALUE ZERO.
002370 01  CO-SUB                      PIC 9(3) VALUE ZERO.
002380 01  CO-PASS                     PIC 9(3) VALUE ZERO.
002390 01  WS-LAST-CO                  PIC X(2) VALUE LOW-VALUES.
002400 01  WS-NEXT-CO                  PIC X(2) VALUE HIGH-VALUES.
002410
002420 01  WS-GL-DEBITS                PIC S9(11)V99 COMP-3 VALUE ZERO.
002430 01  WS-GL-CREDITS               PIC S9(11)V99 COMP-3 VALUE ZERO.
002440 01  WS-ACCR-TOTAL               PIC S9(11)V99 COMP-3 VALUE ZERO.
002450
002460* ONE JOURNAL LINE IN THE GLJRNL LAYOUT.  EACH LINE IS BUILT ONCE,
002470* WRITTEN TO ACCRJRNL, THEN TURNED AROUND AND WRITTEN TO ACCRREV,
002480* SO THE REVERSAL CANNOT DRIFT FROM THE ACCRUAL.
002490 01  GL-LINE.
002500     05  GJ-REC-TYPE                 PIC X.
002510     05  FILLER                      PIC X.
002520     05  GJ-FISCAL                   PIC X(8).
002530     05  FILLER                      PIC X.
002540     05  GJ-ACCOUNT                  PIC X(8).
002550     05  FILLER                      PIC X.
002560     05  GJ-DEPT                     PIC X(4).
002570     05  FILLER                      PIC X.
002580     05  GJ-DR-CR                    PIC X(2).
002590     05  FILLER                      PIC X.
002600     05  GJ-AMOUNT                   PIC S9(9)V99.
002610     05  FILLER                      PIC X.
002620     05  GJ-DESC                     PIC X(24).
002630     05  FILLER                      PIC X.
002640     05  GJ-COMPANY-CODE             PIC X(2).
002650     05  FILLER                      PIC X(13).
002660
002670 01  ACCR-HEAD-1.
002680     05  FILLER            PIC X(39) VALUE
002690         'BONUSACR - MONTH-END BONUS ACCRUAL FOR '.
002700     05  AH-FISCAL         PIC X(8).
002710     05  FILLER            PIC X(15) VALUE ' - REVERSES IN '.
002720     05  AH-REV-FISCAL     PIC X(8).
002730     05  FILLER            PIC X(4)  VALUE ' ON '.
002740     05  AH-REV-DATE       PIC X(10).
002750     05  FILLER            PIC X(4)  VALUE SPACES.
002760     05  AH-DATE           PIC X(34).
002770
002780 01  ACCR-HEAD-2.
002790     05  FILLER            PIC X(10) VALUE 'SOURCE'.
002800     05  FILLER            PIC X(4)  VALUE 'CO'.
002810     05  FILLER            PIC X(6)  VALUE 'DEPT'.
002820     05  FILLER            PIC X(7)  VALUE 'EMP'.
002830     05  FILLER            PIC X(37) VALUE 'NAME'.
002840     05  FILLER            PIC X(4)  VALUE 'TYPE'.
002850     05  FILLER            PIC X(14) VALUE '        AMOUNT'.
002860     05  FILLER            PIC X(3)  VALUE SPACES.
002870     05  FILLER            PIC X(30) VALUE
002880         'HELD SINCE / REJECT REASON'.
002890
002900 01  ACCR-ITEM-LINE.
002910     05  AI-SOURCE         PIC X(8).
002920     05  FILLER            PIC X(2)  VALUE SPACES.
002930     05  AI-COMPANY        PIC X(2).
002940     05  FILLER            PIC X(2)  VALUE SPACES.
002950     05  AI-DEPT           PIC X(4).
002960     05  FILLER            PIC X(2)  VALUE SPACES.
002970     05  AI-EMP-NBR        PIC X(5).
002980     05  FILLER            PIC X(2)  VALUE SPACES.
002990     05  AI-LAST-NAME      PIC X(20).
003000     05  FILLER            PIC X     VALUE SPACES.
003010     05  AI-FIRST-NAME     PIC X(15).
003020     05  FILLER            PIC X     VALUE SPACES.
003030     05  AI-TRANS-TYPE     PIC X.
003040     05  FILLER            PIC X(3)  VALUE SPACES.
003050     05  AI-AMOUNT         PIC ZZ,ZZZ,ZZ9.99-.
003060     05  FILLER            PIC X(3)  VALUE SPACES.
003070     05  AI-REMARK         PIC X(30).
003080     05  FILLER            PIC X(2)  VALUE SPACES.
003090     05  AI-REFUSED        PIC X(15).
003100
003110 01  ACCR-JRNL-LINE.
003120     05  FILLER            PIC X(10) VALUE SPACES.
003130     05  AJ-COMPANY        PIC X(2).
003140     05  FILLER            PIC X(2)  VALUE SPACES.
003150     05  AJ-ACCOUNT        PIC X(8).
003160     05  FILLER            PIC X(2)  VALUE SPACES.
003170     05  AJ-DEPT           PIC X(4).
003180     05  FILLER            PIC X(2)  VALUE SPACES.
003190     05  AJ-DR-CR          PIC X(2).
003200     05  FILLER            PIC X(2)  VALUE SPACES.
003210     05  AJ-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
003220     05  FILLER            PIC X(2)  VALUE SPACES.
003230     05  AJ-DESC           PIC X(24).
003240
003250 01  ACCR-TOTAL-LINE.
003260     05  FILLER            PIC X(28) VALUE
003270         'TOTAL ACCRUED, ALL COMPANIES'.
003280     05  FILLER            PIC X(4)  VALUE SPACES.
003290     05  AT-ITEMS          PIC ZZZZZZ9.
003300     05  FILLER            PIC X(7)  VALUE ' ITEMS '.
003310     05  AT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
003320
003330 01  W01-COUNTERS.
003340     05  W01-SUS-READ             PIC S9(9) COMP VALUE ZERO.
003350     05  W01-REJ-READ             PIC S9(9) COMP VALUE ZERO.
003360     05  W01-ACCRUED              PIC S9(9) COMP VALUE ZERO.
003370     05  W01-REFUSED              PIC S9(9) COMP VALUE ZERO.
003375     05  W01-CORR-SKIPPED         PIC S9(9) COMP VALUE ZERO.
003380     05  W01-SETS-WRITTEN         PIC S9(9) COMP VALUE ZERO.
003390
003400 PROCEDURE DIVISION.
003410 P0100-MAINLINE.
003420
003430     PERFORM P0200-INITIALIZE        THRU P0299-EXIT
003440
003450     PERFORM P0300-PROC-HELD         THRU P0399-EXIT
003460         UNTIL WS-SUS-EOF
003470
003480     PERFORM P0500-PROC-REJECT       THRU P0599-EXIT
003490         UNTIL WS-REJ-EOF
003500
003510     PERFORM P0400-WRAP-UP           THRU P0499-EXIT
003520
003530     GOBACK
003540
003550     .
003560 P0199-EXIT.
003570     EXIT.
003580* THE PERIOD TO CLOSE, THE PERIOD AND DATE THE REVERSAL TAKES, THE
003590* TWO OPTIONAL INPUTS, AND THE FIRST RECORD OF EACH.
003600 P0200-INITIALIZE.
003610
003620     CALL 'DATETIME' USING WS-HEAD-DATE WS-HEAD-TIME
003630                           WS-RUN-FISCAL
003640
003650     PERFORM P0210-READ-ACCR-PARM    THRU P0219-EXIT
003660     PERFORM P0220-SET-REVERSAL      THRU P0229-EXIT
003670
003680     OPEN INPUT SUSP-IN
003690     IF WS-SUS-FILE-NOT-FOUND
003700         MOVE 'Y' TO WS-SUS-EOF-SW
003710     ELSE
003720         IF WS-SUS-STATUS NOT = '00'
003730             DISPLAY 'BONUSACR - SUSPOUT OPEN FAILED, STATUS: '
003740                     WS-SUS-STATUS
003750             MOVE +16 TO RETURN-CODE
003760             GOBACK
003770         END-IF
003780     END-IF
003790
003800     OPEN INPUT REJECT-IN
003810     IF WS-REJ-FILE-NOT-FOUND
003820         MOVE 'Y' TO WS-REJ-EOF-SW
003830     ELSE
003840         IF WS-REJ-STATUS NOT = '00'
003850             DISPLAY 'BONUSACR - NEWBAD OPEN FAILED, STATUS: '
003860                     WS-REJ-STATUS
003870             MOVE +16 TO RETURN-CODE
003880             GOBACK
003890         END-IF
003900     END-IF
003910
003920     OPEN OUTPUT ACCR-JRNL
003930                 REV-JRNL
003940                 ACCR-RPT
003950
003960     MOVE WS-ACCR-FISCAL TO AH-FISCAL
003970     MOVE WS-REV-FISCAL  TO AH-REV-FISCAL
003980     MOVE WS-REV-DATE    TO AH-REV-DATE
003990     MOVE WS-HEAD-DATE   TO AH-DATE
004000     WRITE RPT-LINE FROM ACCR-HEAD-1
004010     MOVE SPACES TO RPT-LINE
004020     WRITE RPT-LINE
004030     WRITE RPT-LINE FROM ACCR-HEAD-2
004040     MOVE SPACES TO RPT-LINE
004050     WRITE RPT-LINE
004060
004070* PRIMING READS
004080     IF NOT WS-SUS-EOF
004090         PERFORM P0900-READ-HELD     THRU P0909-EXIT
004100     END-IF
004110     IF NOT WS-REJ-EOF
004120         PERFORM P0910-READ-REJECT   THRU P0919-EXIT
004130     END-IF
004140     .
004150 P0299-EXIT.
004160     EXIT.
004170* THE PARAMETER CARD IS OPTIONAL - NO ACCRPARM (STATUS 35) OR A
004180* BLANK PERIOD TAKES THE RUN'S OWN.  A PERIOD THAT IS NOT IN THE
004190* 'FY26 P08' FORM, OR NOT PERIOD 01-12, STOPS THE JOB.
004200 P0210-READ-ACCR-PARM.
004210     MOVE WS-RUN-FISCAL TO WS-ACCR-FISCAL
004220
004230     OPEN INPUT ACCR-PARM
004240     IF NOT WS-PRM-FILE-NOT-FOUND
004250         IF WS-PRM-STATUS NOT = '00'
004260             DISPLAY 'BONUSACR - ACCRPARM OPEN FAILED, STATUS: '
004270                     WS-PRM-STATUS
004280             MOVE +16 TO RETURN-CODE
004290             GOBACK
004300         END-IF
004310         READ ACCR-PARM
004320             AT END
004330                 MOVE SPACES TO PARM-REC
004340         END-READ
004350         CLOSE ACCR-PARM
004360         IF AP-FISCAL NOT = SPACES
004370             MOVE AP-FISCAL TO WS-ACCR-FISCAL
004380         END-IF
004390     END-IF
004400
004410     IF WS-ACCR-FY-LIT NOT = 'FY'
004420             OR WS-ACCR-P-LIT NOT = ' P'
004430             OR WS-ACCR-YY NOT NUMERIC
004440             OR WS-ACCR-PP NOT NUMERIC
004450         DISPLAY 'BONUSACR - FISCAL PERIOD ' WS-ACCR-FISCAL
004460                 ' IS NOT IN THE FORM FYNN PNN'
004470         MOVE +16 TO RETURN-CODE
004480         GOBACK
004490     END-IF
004500     IF WS-ACCR-PP < 1 OR WS-ACCR-PP > 12
004510         DISPLAY 'BONUSACR - FISCAL PERIOD ' WS-ACCR-FISCAL
004520                 ' IS NOT PERIOD 01-12'
004530         MOVE +16 TO RETURN-CODE
004540         GOBACK
004550     END-IF
004560     .
004570 P0219-EXIT.
004580     EXIT.
004590* THE REVERSAL TAKES THE NEXT PERIOD - PERIOD 12 ROLLS TO PERIOD
004600* 01 OF THE NEXT FISCAL YEAR - AND THAT PERIOD'S FIRST CALENDAR
004610* DAY.
004620 P0220-SET-REVERSAL.
004630     IF WS-ACCR-PP = 12
004640         MOVE 01 TO WS-REV-PP
004650         IF WS-ACCR-YY = 99
004660             MOVE ZERO TO WS-REV-YY
004670         ELSE
004680             COMPUTE WS-REV-YY = WS-ACCR-YY + 1
004690         END-IF
004700     ELSE
004710         COMPUTE WS-REV-PP = WS-ACCR-PP + 1
004720         MOVE WS-ACCR-YY TO WS-REV-YY
004730     END-IF
004740
004750     COMPUTE WS-REV-MONTH = WS-REV-PP + 2
004760     COMPUTE WS-REV-CCYY  = 2000 + WS-REV-YY
004770     IF WS-REV-MONTH > 12
004780         SUBTRACT 12 FROM WS-REV-MONTH
004790         ADD 1 TO WS-REV-CCYY
004800     END-IF
004810     MOVE WS-REV-MONTH TO WS-REV-MM
004820     .
004830 P0229-EXIT.
004840     EXIT.
004850* ONE HELD BONUS FROM SUSPOUT.  IT IS OWED AT ITS FULL GROSS.  A
004852* GROSS-UP CARRIES THE NET WANTED, NOT ITS GROSS, AND THERE ARE
004854* NO TAX TABLES HERE TO SOLVE IT, SO IT IS LEFT TO BOOK BY HAND.
004860 P0300-PROC-HELD.
004870     MOVE 'HELD'          TO WS-ITEM-SOURCE
004880     MOVE SI-COMPANY-CODE TO WS-ITEM-COMPANY
004890     MOVE SI-DEPT-CODE    TO WS-ITEM-DEPT
004900     MOVE SPACES          TO ACCR-ITEM-LINE
004910     MOVE SI-EMP-NBR      TO AI-EMP-NBR
004920     MOVE SI-LAST-NAME    TO AI-LAST-NAME
004930     MOVE SI-FIRST-NAME   TO AI-FIRST-NAME
004940     MOVE SI-TRANS-TYPE   TO AI-TRANS-TYPE
004950     STRING 'HELD SINCE ' SI-FISCAL DELIMITED BY SIZE
004960         INTO AI-REMARK
004970
004976     EVALUATE TRUE
004982         WHEN SI-TAX-CORRECTION
004988             ADD 1 TO W01-CORR-SKIPPED
004994         WHEN SI-GROSS-UP
005000             MOVE 'GROSS-UP - BOOK BY HAND' TO AI-REMARK
005006             PERFORM P0690-REFUSE-ITEM   THRU P0694-EXIT
005012         WHEN SI-BONUS-AMT NUMERIC
005018             MOVE SI-BONUS-AMT TO WS-ITEM-AMT
005024             PERFORM P0600-POST-ITEM     THRU P0699-EXIT
005030         WHEN OTHER
005035             PERFORM P0690-REFUSE-ITEM   THRU P0694-EXIT
005038     END-EVALUATE
005040
005050     PERFORM P0900-READ-HELD         THRU P0909-EXIT
005060     .
005070 P0399-EXIT.
005080     EXIT.
005090* ONE REJECT STILL OUTSTANDING.  IT IS OWED AT THE GROSS KEYED, SO
005100* A REJECT WHOSE AMOUNT IS NOT EVEN NUMERIC CANNOT BE ACCRUED - IT
005110* IS LISTED FOR ACCOUNTING TO BOOK BY HAND, AS IS A GROSS-UP,
005115* WHOSE AMOUNT IS THE NET WANTED RATHER THAN THE GROSS.
005120 P0500-PROC-REJECT.
005130     MOVE 'REJECTED'      TO WS-ITEM-SOURCE
005140     MOVE BR-COMPANY-CODE TO WS-ITEM-COMPANY
005150     MOVE BR-DEPT-CODE    TO WS-ITEM-DEPT
005160     MOVE SPACES          TO ACCR-ITEM-LINE
005170     MOVE BR-EMP-NBR      TO AI-EMP-NBR
005180     MOVE BR-LAST-NAME    TO AI-LAST-NAME
005190     MOVE BR-FIRST-NAME   TO AI-FIRST-NAME
005200     MOVE BR-TRANS-TYPE   TO AI-TRANS-TYPE
005210     MOVE BR-REASON-TEXT  TO AI-REMARK
005220
005226     EVALUATE TRUE
005232         WHEN BR-TAX-CORRECTION
005238             ADD 1 TO W01-CORR-SKIPPED
005244         WHEN BR-GROSS-UP
005250             MOVE 'GROSS-UP - BOOK BY HAND' TO AI-REMARK
005256             PERFORM P0690-REFUSE-ITEM   THRU P0694-EXIT
005262         WHEN BR-BONUS-AMT NUMERIC
005268             MOVE BR-BONUS-AMT TO WS-ITEM-AMT
005274             PERFORM P0600-POST-ITEM     THRU P0699-EXIT
005280         WHEN OTHER
005285             PERFORM P0690-REFUSE-ITEM   THRU P0694-EXIT
005288     END-EVALUATE
005290
005300     PERFORM P0910-READ-REJECT       THRU P0919-EXIT
005310     .
005320 P0599-EXIT.
005330     EXIT.
005340* LIST THE ITEM AND ADD ITS GROSS TO ITS COMPANY AND DEPARTMENT.
005350* A BLANK COMPANY (A RECORD KEYED BEFORE THE CODE WAS KEPT) IS 01.
005360 P0600-POST-ITEM.
005370     IF WS-ITEM-COMPANY = SPACES
005380         MOVE '01' TO WS-ITEM-COMPANY
005390     END-IF
005400
005410     MOVE WS-ITEM-SOURCE  TO AI-SOURCE
005420     MOVE WS-ITEM-COMPANY TO AI-COMPANY
005430     MOVE WS-ITEM-DEPT    TO AI-DEPT
005440     MOVE WS-ITEM-AMT     TO AI-AMOUNT
005450     WRITE RPT-LINE FROM ACCR-ITEM-LINE
005460     ADD 1 TO W01-ACCRUED
005470
005480     MOVE ZEROES TO WS-DEPT-SLOT
005490     PERFORM P0620-FIND-DEPT-SLOT THRU P0629-EXIT
005500         VARYING DEPT-SUB FROM 1 BY 1
005510         UNTIL DEPT-SUB > WS-DEPT-COUNT
005520             OR WS-DEPT-SLOT > ZERO
005530
005540     IF WS-DEPT-SLOT = ZEROES
005550         IF WS-DEPT-COUNT NOT LESS THAN 200
005560             DISPLAY 'BONUSACR - MORE THAN 200 COMPANY '
005570                     'DEPARTMENTS - RAISE DEPT-TABLE AND '
005580                     'RECOMPILE'
005590             PERFORM P0950-ABORT THRU P0959-EXIT
005600         END-IF
005610         ADD 1 TO WS-DEPT-COUNT
005620         MOVE WS-DEPT-COUNT   TO WS-DEPT-SLOT
005630         MOVE WS-ITEM-COMPANY TO AD-COMPANY-CODE (WS-DEPT-SLOT)
005640         MOVE WS-ITEM-DEPT    TO AD-DEPT-CODE    (WS-DEPT-SLOT)
005650         MOVE ZEROES          TO AD-GROSS        (WS-DEPT-SLOT)
005660     END-IF
005670     ADD WS-ITEM-AMT TO AD-GROSS (WS-DEPT-SLOT)
005680
005690     MOVE ZEROES TO WS-CO-SLOT
005700     PERFORM P0630-FIND-CO-SLOT   THRU P0639-EXIT
005710         VARYING CO-SUB FROM 1 BY 1
005720         UNTIL CO-SUB > WS-CO-COUNT
005730             OR WS-CO-SLOT > ZERO
005740
005750     IF WS-CO-SLOT = ZEROES
005760         IF WS-CO-COUNT NOT LESS THAN 20
005770             DISPLAY 'BONUSACR - MORE THAN 20 COMPANIES - RAISE '
005780                     'COMPANY-TABLE AND RECOMPILE'
005790             PERFORM P0950-ABORT THRU P0959-EXIT
005800         END-IF
005810         ADD 1 TO WS-CO-COUNT
005820         MOVE WS-CO-COUNT     TO WS-CO-SLOT
005830         MOVE WS-ITEM-COMPANY TO AC-COMPANY-CODE (WS-CO-SLOT)
005840         MOVE ZEROES          TO AC-ITEM-COUNT   (WS-CO-SLOT)
005850                                 AC-GROSS        (WS-CO-SLOT)
005860     END-IF
005870     ADD 1           TO AC-ITEM-COUNT (WS-CO-SLOT)
005880     ADD WS-ITEM-AMT TO AC-GROSS      (WS-CO-SLOT)
005890                        WS-ACCR-TOTAL
005900     .
005910 P0699-EXIT.
005920     EXIT.
005930
005940 P0620-FIND-DEPT-SLOT.
005950     IF AD-COMPANY-CODE (DEPT-SUB) = WS-ITEM-COMPANY
005960             AND AD-DEPT-CODE (DEPT-SUB) = WS-ITEM-DEPT
005970         MOVE DEPT-SUB TO WS-DEPT-SLOT
005980     END-IF
005990     .
006000 P0629-EXIT.
006010     EXIT.
006020
006030 P0630-FIND-CO-SLOT.
006040     IF AC-COMPANY-CODE (CO-SUB) = WS-ITEM-COMPANY
006050         MOVE CO-SUB TO WS-CO-SLOT
006060     END-IF
006070     .
006080 P0639-EXIT.
006090     EXIT.
006100
006110 P0690-REFUSE-ITEM.
006120     MOVE WS-ITEM-SOURCE  TO AI-SOURCE
006130     MOVE WS-ITEM-COMPANY TO AI-COMPANY
006140     MOVE WS-ITEM-DEPT    TO AI-DEPT
006150     MOVE ZEROES          TO AI-AMOUNT
006160     MOVE 'NOT ACCRUED'   TO AI-REFUSED
006170     WRITE RPT-LINE FROM ACCR-ITEM-LINE
006180     ADD 1 TO W01-REFUSED
006190     MOVE 'Y' TO WS-REFUSED-SW
006200     .
006210 P0694-EXIT.
006220     EXIT.
006230* WRITE EACH COMPANY'S ACCRUAL AND REVERSAL SETS IN CODE ORDER,
006240* THEN THE REPORT TOTAL.  AN OUT-OF-BALANCE SET ENDS THE JOB RC
006250* 16; AN ITEM THAT COULD NOT BE ACCRUED ENDS IT RC 4 SO SOMEONE
006260* LOOKS.
006270 P0400-WRAP-UP.
006280
006290     MOVE SPACES TO RPT-LINE
006300     WRITE RPT-LINE
006310     MOVE 'JOURNAL LINES (THE REVERSAL SWAPS EVERY DR AND CR)'
006320         TO RPT-LINE
006330     WRITE RPT-LINE
006340
006350     PERFORM P0700-WRITE-COMPANY     THRU P0799-EXIT
006360         VARYING CO-PASS FROM 1 BY 1
006370         UNTIL CO-PASS > WS-CO-COUNT
006380
006390     MOVE SPACES TO RPT-LINE
006400     WRITE RPT-LINE
006410     MOVE W01-ACCRUED   TO AT-ITEMS
006420     MOVE WS-ACCR-TOTAL TO AT-AMOUNT
006430     WRITE RPT-LINE FROM ACCR-TOTAL-LINE
006440     IF WS-CO-COUNT = ZERO
006450         MOVE 'NOTHING HELD OR REJECTED - NO ACCRUAL WRITTEN'
006460             TO RPT-LINE
006470         WRITE RPT-LINE
006480     END-IF
006490
006500     CLOSE ACCR-JRNL
006510           REV-JRNL
006520           ACCR-RPT
006530     IF NOT WS-SUS-FILE-NOT-FOUND
006540         CLOSE SUSP-IN
006550     END-IF
006560     IF NOT WS-REJ-FILE-NOT-FOUND
006570         CLOSE REJECT-IN
006580     END-IF
006590
006600     DISPLAY 'BONUSACR - ACCRUAL COUNTS FOR ' WS-ACCR-FISCAL
006610     DISPLAY 'HELD ITEMS READ     : ' W01-SUS-READ
006620     DISPLAY 'REJECTS READ        : ' W01-REJ-READ
006630     DISPLAY 'ITEMS ACCRUED       : ' W01-ACCRUED
006640     DISPLAY 'ITEMS NOT ACCRUED   : ' W01-REFUSED
006645     DISPLAY 'TAX CORRECTIONS     : ' W01-CORR-SKIPPED
006650     DISPLAY 'COMPANY SETS WRITTEN: ' W01-SETS-WRITTEN
006660     DISPLAY 'REVERSAL PERIOD     : ' WS-REV-FISCAL ' ON '
006670             WS-REV-DATE
006680
006690     IF WS-GL-ERROR
006700         DISPLAY 'BONUSACR - ACCRUAL OUT OF BALANCE, DO NOT POST'
006710         MOVE +16 TO RETURN-CODE
006720     ELSE
006730         IF WS-ITEMS-REFUSED
006740             DISPLAY 'BONUSACR - ITEMS NOT ACCRUED, SEE ACCRRPT'
006750             MOVE +4 TO RETURN-CODE
006760         ELSE
006770             MOVE +0 TO RETURN-CODE
006780         END-IF
006790     END-IF
006800     .
006810 P0499-EXIT.
006820     EXIT.
006830* ONE COMPANY - THE LOWEST CODE NOT YET WRITTEN: HEADER, ONE
006840* EXPENSE DEBIT PER DEPARTMENT, THE LIABILITY CREDIT, AND - ONLY
006850* WHEN DEBITS PROVE EQUAL TO CREDITS TO THE PENNY - THE TRAILER,
006860* AS BONUS BUILDS GLJRNL.  EVERY LINE GOES TO BOTH JOURNALS.
006870 P0700-WRITE-COMPANY.
006880     MOVE HIGH-VALUES TO WS-NEXT-CO
006890     MOVE ZEROES      TO WS-CO-SLOT
006900     PERFORM P0705-FIND-NEXT-CO     THRU P0709-EXIT
006910         VARYING CO-SUB FROM 1 BY 1
006920         UNTIL CO-SUB > WS-CO-COUNT
006930     MOVE WS-NEXT-CO  TO WS-LAST-CO
006940     MOVE ZEROES      TO WS-GL-DEBITS
006950                         WS-GL-CREDITS
006960
006970     MOVE SPACES                       TO GL-LINE
006980     MOVE 'H'                          TO GJ-REC-TYPE
006990     MOVE 'MONTH-END BONUS ACCRUAL'    TO GJ-DESC
007000     MOVE AC-COMPANY-CODE (WS-CO-SLOT) TO GJ-COMPANY-CODE
007010     PERFORM P0780-WRITE-BOTH       THRU P0789-EXIT
007020
007030     PERFORM P0710-WRITE-DEBIT      THRU P0719-EXIT
007040         VARYING DEPT-SUB FROM 1 BY 1
007050         UNTIL DEPT-SUB > WS-DEPT-COUNT
007060
007070     MOVE SPACES                       TO GL-LINE
007080     MOVE 'D'                          TO GJ-REC-TYPE
007090     MOVE 'ACCRBON '                   TO GJ-ACCOUNT
007100     MOVE 'CR'                         TO GJ-DR-CR
007110     MOVE AC-GROSS (WS-CO-SLOT)        TO GJ-AMOUNT
007120     MOVE 'ACCRUED BONUS LIABILITY'    TO GJ-DESC
007130     MOVE AC-COMPANY-CODE (WS-CO-SLOT) TO GJ-COMPANY-CODE
007140     PERFORM P0780-WRITE-BOTH       THRU P0789-EXIT
007150     ADD AC-GROSS (WS-CO-SLOT)         TO WS-GL-CREDITS
007160
007170     IF WS-GL-DEBITS = WS-GL-CREDITS
007180         MOVE SPACES                       TO GL-LINE
007190         MOVE 'T'                          TO GJ-REC-TYPE
007200         MOVE WS-GL-DEBITS                 TO GJ-AMOUNT
007210         MOVE 'DEBITS = CREDITS'           TO GJ-DESC
007220         MOVE AC-COMPANY-CODE (WS-CO-SLOT) TO GJ-COMPANY-CODE
007230         PERFORM P0780-WRITE-BOTH   THRU P0789-EXIT
007240         ADD 1 TO W01-SETS-WRITTEN
007250     ELSE
007260         DISPLAY 'BONUSACR - ACCRUAL OUT OF BALANCE FOR COMPANY '
007270                 AC-COMPANY-CODE (WS-CO-SLOT)
007280         DISPLAY 'BONUSACR - NO TRAILER WRITTEN, DO NOT POST '
007290                 'ACCRJRNL OR ACCRREV'
007300         MOVE 'Y' TO WS-GL-ERROR-SW
007310     END-IF
007320     .
007330 P0799-EXIT.
007340     EXIT.
007350
007360 P0705-FIND-NEXT-CO.
007370     IF AC-COMPANY-CODE (CO-SUB) > WS-LAST-CO
007380             AND AC-COMPANY-CODE (CO-SUB) < WS-NEXT-CO
007390         MOVE AC-COMPANY-CODE (CO-SUB) TO WS-NEXT-CO
007400         MOVE CO-SUB                   TO WS-CO-SLOT
007410     END-IF
007420     .
007430 P0709-EXIT.
007440     EXIT.
007450
007460 P0710-WRITE-DEBIT.
007470     IF AD-COMPANY-CODE (DEPT-SUB) = AC-COMPANY-CODE (WS-CO-SLOT)
007480         MOVE SPACES                     TO GL-LINE
007490         MOVE 'D'                        TO GJ-REC-TYPE
007500         MOVE 'BONEXP  '                 TO GJ-ACCOUNT
007510         MOVE AD-DEPT-CODE (DEPT-SUB)    TO GJ-DEPT
007520         MOVE 'DR'                       TO GJ-DR-CR
007530         MOVE AD-GROSS (DEPT-SUB)        TO GJ-AMOUNT
007540         MOVE 'ACCRUED BONUS EXPENSE'    TO GJ-DESC
007550         MOVE AD-COMPANY-CODE (DEPT-SUB) TO GJ-COMPANY-CODE
007560         PERFORM P0780-WRITE-BOTH   THRU P0789-EXIT
007570         ADD AD-GROSS (DEPT-SUB)         TO WS-GL-DEBITS
007580     END-IF
007590     .
007600 P0719-EXIT.
007610     EXIT.
007620* THE CALLER BUILDS THE LINE WITHOUT A PERIOD.  IT GOES TO
007630* ACCRJRNL IN THE PERIOD BEING CLOSED, AND TO ACCRREV IN THE NEXT
007640* PERIOD WITH DR AND CR SWAPPED AND THE HEADER NAMING THE DAY THE
007650* REVERSAL TAKES EFFECT.  DETAIL LINES ARE ALSO LISTED ON ACCRRPT.
007660 P0780-WRITE-BOTH.
007670     MOVE WS-ACCR-FISCAL TO GJ-FISCAL
007680     WRITE ACCR-REC FROM GL-LINE
007690
007700     IF GJ-REC-TYPE = 'D'
007710         MOVE GJ-COMPANY-CODE TO AJ-COMPANY
007720         MOVE GJ-ACCOUNT      TO AJ-ACCOUNT
007730         MOVE GJ-DEPT         TO AJ-DEPT
007740         MOVE GJ-DR-CR        TO AJ-DR-CR
007750         MOVE GJ-AMOUNT       TO AJ-AMOUNT
007760         MOVE GJ-DESC         TO AJ-DESC
007770         WRITE RPT-LINE FROM ACCR-JRNL-LINE
007780     END-IF
007790
007800     MOVE WS-REV-FISCAL TO GJ-FISCAL
007810     EVALUATE TRUE
007820         WHEN GJ-REC-TYPE = 'H'
007830             MOVE SPACES TO GJ-DESC
007840             STRING 'ACCR REVERSAL ' WS-REV-DATE
007850                 DELIMITED BY SIZE INTO GJ-DESC
007860         WHEN GJ-DR-CR = 'DR'
007870             MOVE 'CR' TO GJ-DR-CR
007880         WHEN GJ-DR-CR = 'CR'
007890             MOVE 'DR' TO GJ-DR-CR
007900     END-EVALUATE
007910     WRITE REV-REC FROM GL-LINE
007920     .
007930 P0789-EXIT.
007940     EXIT.
007950
007960 P0900-READ-HELD.
007970     READ SUSP-IN
007980         AT END
007990             MOVE 'Y' TO WS-SUS-EOF-SW
008000         NOT AT END
008010             ADD 1 TO W01-SUS-READ
008020     END-READ
008030     .
008040 P0909-EXIT.
008050     EXIT.
008060
008070 P0910-READ-REJECT.
008080     READ REJECT-IN
008090         AT END
008100             MOVE 'Y' TO WS-REJ-EOF-SW
008110         NOT AT END
008120             ADD 1 TO W01-REJ-READ
008130     END-READ
008140     .
008150 P0919-EXIT.
008160     EXIT.
008170* A TABLE OVERFLOW WOULD DROP EXPENSE FROM THE ACCRUAL, SO STOP
008180* THE RUN WITH NOTHING FIT TO POST.
008190 P0950-ABORT.
008200     CLOSE ACCR-JRNL
008210           REV-JRNL
008220           ACCR-RPT
008230     MOVE +16 TO RETURN-CODE
008240     GOBACK
008250     .
008260 P0959-EXIT.
008270     EXIT.
008280
008290* END OF PROGRAM
