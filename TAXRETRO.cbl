000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. TAXRETRO.
000120 AUTHOR. REF.
000130 INSTALLATION. REF.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*
000170* MODIFICATION HISTORY
000180*    2026-10-15  REF  INITIAL VERSION - RETROACTIVE STATE AND
000190*                      LOCAL WITHHOLDING RECALCULATION AFTER A
000200*                      RATE ROW ON INSTTAX OR LOCLTAX IS
000210*                      CORRECTED.  THE CORRECTED ROWS (RATEFIX)
000220*                      ARE LAID OVER THE RATE FILES, AND EVERY
000230*                      BONUSHST DETAIL IN THE FISCAL RANGE ON
000240*                      RETROPRM WHOSE RATE, CHOSEN BY THE SAME
000250*                      LATEST-NOT-BEYOND-THE-PERIOD RULE AS BONUS,
000260*                      IS A CORRECTED ROW HAS ITS WITHHOLDING
000270*                      RECOMPUTED.  RETRORPT LISTS EACH DETAIL AND
000280*                      THE OVER- OR UNDER-WITHHOLDING PER
000290*                      EMPLOYEE.  RETROBON CARRIES ONE TYPE S
000300*                      (STATE) OR TYPE L (LOCAL) CORRECTION PER
000310*                      EMPLOYEE AND STATE IN THE INBONUS LAYOUT,
000320*                      ENDING IN A 'TRAIL' CONTROL TRAILER, FOR
000330*                      THE NEXT BONUS RUN'S RAWBONUS STREAM -
000340*                      BONUS POSTS THE REFUND OR CATCH-UP THROUGH
000350*                      BONUSYTD, GLJRNL AND DISBURSE.
000360*
000370 ENVIRONMENT DIVISION.
000380
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT RETRO-PARM  ASSIGN TO RETROPRM
000420             FILE STATUS IS WS-PRM-STATUS.
000430     SELECT RATE-FIX    ASSIGN TO RATEFIX
000440             FILE STATUS IS WS-FIX-STATUS.
000450     SELECT STATE-TAX   ASSIGN TO INSTTAX.
000460     SELECT LOCL-TAX    ASSIGN TO LOCLTAX.
000470     SELECT EMP-MASTER  ASSIGN TO EMPMAST.
000480     SELECT HISTORY-IN  ASSIGN TO BONUSHST.
000490     SELECT RETRO-BONUS ASSIGN TO RETROBON.
000500     SELECT RETRO-RPT   ASSIGN TO RETRORPT.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540*
000550* RETROPRM - THE FISCAL RANGE TO RECOMPUTE, FIRST AND LAST PERIOD
000560* INCLUSIVE, EACH IN THE 'FY26 P08' FORM.  REQUIRED.
000570*
000580 FD  RETRO-PARM
000590     RECORDING MODE IS F
000600     LABEL RECORDS ARE STANDARD
000610     RECORD CONTAINS 80 CHARACTERS
000620     BLOCK CONTAINS 0 RECORDS
000630     DATA RECORD IS PARM-REC.
000640 01  PARM-REC.
000650     05  RP-FROM-FISCAL              PIC X(8).
000660     05  FILLER                      PIC X.
000670     05  RP-THRU-FISCAL              PIC X(8).
000680     05  FILLER                      PIC X(63).
000690*
000700* RATEFIX - THE CORRECTED RATE ROWS, ONE PER ROW, AS KEYED TO
000710* TAXMAINT OR LOCMAINT.  KIND S IS AN INSTTAX ROW (THE STATE IN
000720* THE FIRST TWO BYTES OF THE CODE), KIND L A LOCLTAX ROW.  A ROW
000730* WITH THE SAME CODE AND EFFECTIVE DATE AS ONE ON FILE REPLACES
000740* IT; ANY OTHER IS ADDED.
000750*
000760 FD  RATE-FIX
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD
000790     RECORD CONTAINS 80 CHARACTERS
000800     BLOCK CONTAINS 0 RECORDS
000810     DATA RECORD IS FIX-REC.
000820 01  FIX-REC.
000830     05  RF-KIND                     PIC X.
000840         88  RF-STATE-ROW                VALUE 'S'.
000850         88  RF-LOCL-ROW                 VALUE 'L'.
000860     05  FILLER                      PIC X.
000870     05  RF-CODE                     PIC X(4).
000880     05  FILLER                      PIC X.
000890     05  RF-RATE                     PIC V9(6).
000900     05  FILLER                      PIC X.
000910     05  RF-EFF-DATE                 PIC X(8).
000920     05  FILLER                      PIC X(58).
000930*
000940* INSTTAX - STATE RATE ROWS, SAME LAYOUT BONUS READS.
000950*
000960 FD  STATE-TAX
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 80 CHARACTERS
001000     BLOCK CONTAINS 0 RECORDS
001010     DATA RECORD IS STATE-TAX-REC.
001020 01  STATE-TAX-REC.
001030     05  STATE-CODE                  PIC X(2).
001040     05  FILLER                      PIC X.
001050     05  STATE-TAX-NUMBER            PIC V999999.
001060     05  FILLER                      PIC X.
001070     05  STATE-EFF-DATE              PIC X(8).
001080     05  FILLER                      PIC X(62).
001090*
001100* LOCLTAX - LOCALITY RATE ROWS, SAME LAYOUT BONUS READS.
001110*
001120 FD  LOCL-TAX
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD
001150     RECORD CONTAINS 80 CHARACTERS
001160     BLOCK CONTAINS 0 RECORDS
001170     DATA RECORD IS LOCL-TAX-REC.
001180 01  LOCL-TAX-REC.
001190     05  LOCL-CODE                   PIC X(4).
001200     05  FILLER                      PIC X.
001210     05  LOCL-TAX-NUMBER             PIC V999999.
001220     05  FILLER                      PIC X.
001230     05  LOCL-EFF-DATE               PIC X(8).
001240     05  FILLER                      PIC X(60).
001250*
001260* EMPMAST - EMPLOYEE MASTER.  BONUSHST DOES NOT CARRY THE LOCALITY
001270* A BONUS WAS TAXED IN, SO THE LOCALITY ON THE MASTER TODAY IS THE
001280* ONE RECOMPUTED.
001290*
001300 FD  EMP-MASTER
001310     RECORDING MODE IS F
001320     LABEL RECORDS ARE STANDARD
001330     RECORD CONTAINS 90 CHARACTERS
001340     BLOCK CONTAINS 0 RECORDS
001350     DATA RECORD IS EMP-MASTER-RECORD.
001360 01  EMP-MASTER-RECORD.
001370     05  EM-EMP-NBR                  PIC X(5).
001380     05  FILLER                      PIC X(74).
001390     05  EM-LOCALITY-CODE            PIC X(4).
001400     05  FILLER                      PIC X(7).
001410*
001420* BONUSHST - ONE DETAIL PER PAYMENT EVERY BONUS RUN MADE, STAMPED
001430* WITH THE RUN'S FISCAL PERIOD.
001440*
001450 FD  HISTORY-IN
001460     RECORDING MODE IS F
001470     LABEL RECORDS ARE STANDARD
001480     RECORD CONTAINS 100 CHARACTERS
001490     BLOCK CONTAINS 0 RECORDS
001500     DATA RECORD IS HIST-REC.
001510 01  HIST-REC.
001520     05  HS-FISCAL                   PIC X(8).
001530     05  HS-EMP-NBR                  PIC X(5).
001540     05  HS-LAST-NAME                PIC X(20).
001550     05  HS-FIRST-NAME               PIC X(15).
001560     05  HS-MID-INIT                 PIC X.
001570     05  HS-STATE-CODE               PIC X(2).
001580     05  HS-DEPT-CODE                PIC X(4).
001590     05  HS-TRANS-TYPE               PIC X.
001600         88  HS-NOT-RECOMPUTED           VALUE 'R' 'S' 'L'.
001610     05  HS-GROSS                    PIC S9(9)V99 COMP-3.
001620     05  HS-FED-TAX                  PIC S9(9)V99 COMP-3.
001630     05  HS-STATE-TAX                PIC S9(9)V99 COMP-3.
001640     05  HS-FICA                     PIC S9(9)V99 COMP-3.
001650     05  HS-MEDICARE                 PIC S9(9)V99 COMP-3.
001660     05  HS-NET                      PIC S9(9)V99 COMP-3.
001670     05  HS-LOCAL-TAX                PIC S9(9)V99 COMP-3.
001680     05  HS-COMPANY-CODE             PIC X(2).
001690*
001700* RETROBON - THE CORRECTIONS, IN THE INBONUS LAYOUT, FOR BONSORT.
001710* THE AMOUNT IS THE WITHHOLDING STILL OWED: POSITIVE IS A CATCH-UP
001720* TAKEN FROM THE EMPLOYEE, NEGATIVE A REFUND PAID BACK.
001730*
001740 FD  RETRO-BONUS
001750     RECORDING MODE IS F
001760     LABEL RECORDS ARE STANDARD
001770     RECORD CONTAINS 76 CHARACTERS
001780     BLOCK CONTAINS 0 RECORDS
001790     DATA RECORDS ARE RETRO-RECORD RETRO-TRAILER-RECORD.
001800 01  RETRO-RECORD.
001810     05  RB-STATE-CODE               PIC X(20).
001820     05  RB-LAST-NAME                PIC X(20).
001830     05  RB-FIRST-NAME               PIC X(15).
001840     05  RB-MID-INIT                 PIC X.
001850     05  RB-BONUS-AMT                PIC S9(7)V99 COMP-3.
001860     05  RB-FED-EXEMPT-IND           PIC X.
001870     05  RB-STATE-EXEMPT-IND         PIC X.
001880     05  RB-DEPT-CODE                PIC X(4).
001890     05  RB-EMP-NBR                  PIC X(5).
001900     05  RB-TRANS-TYPE               PIC X.
001910     05  RB-COMPANY-CODE             PIC X(2).
001920     05  FILLER                      PIC X(1).
001930*
001940* CONTROL TRAILER - LAST RECORD OF RETROBON, IN THE SAME FORM AS
001950* PAYROLL'S, SO THE SORT CAN BALANCE THE CORRECTIONS.
001960*
001970 01  RETRO-TRAILER-RECORD.
001980     05  RT-TRAILER-ID               PIC X(5).
001990     05  FILLER                      PIC X.
002000     05  RT-REC-COUNT                PIC 9(7).
002010     05  FILLER                      PIC X.
002020     05  RT-HASH-TOTAL               PIC S9(13)V99.
002030     05  FILLER                      PIC X(47).
002040*
002050* RETRORPT - EVERY DETAIL RECOMPUTED, THEN THE EMPLOYEE SUMMARY.
002060*
002070 FD  RETRO-RPT
002080     RECORDING MODE IS F
002090     LABEL RECORDS ARE STANDARD
002100     RECORD CONTAINS 132 CHARACTERS
002110     BLOCK CONTAINS 0 RECORDS
002120     DATA RECORD IS RPT-LINE.
002130 01  RPT-LINE                        PIC X(132).
002140
002150 WORKING-STORAGE SECTION.
002160
002170 01  WS-PRM-STATUS               PIC X(2) VALUE '00'.
002180     88  WS-PRM-FILE-NOT-FOUND       VALUE '35'.
002190
002200 01  WS-FIX-STATUS               PIC X(2) VALUE '00'.
002210     88  WS-FIX-FILE-NOT-FOUND       VALUE '35'.
002220
002230 01  WS-FIX-EOF-SW               PIC X VALUE 'N'.
002240     88  WS-FIX-EOF                  VALUE 'Y'.
002250
002260 01  WS-STATE-EOF-SW             PIC X VALUE 'N'.
002270     88  WS-STATE-EOF                VALUE 'Y'.
002280
002290 01  WS-LOCL-EOF-SW              PIC X VALUE 'N'.
002300     88  WS-LOCL-EOF                 VALUE 'Y'.
002310
002320 01  WS-EMP-EOF-SW               PIC X VALUE 'N'.
002330     88  WS-EMP-EOF                  VALUE 'Y'.
002340
002350 01  WS-HST-EOF-SW               PIC X VALUE 'N'.
002360     88  WS-HST-EOF                  VALUE 'Y'.
002370
002380 01  WS-SKIPPED-SW               PIC X VALUE 'N'.
002390     88  WS-DETAILS-SKIPPED          VALUE 'Y'.
002400
002410* WHICH FILES ARE OPEN, SO AN ABORT CLOSES WHAT IT MUST.
002420 01  WS-OPEN-FILES-SW            PIC X VALUE SPACE.
002430     88  WS-TABLE-FILES-OPEN         VALUE 'T'.
002440     88  WS-FIX-FILE-OPEN            VALUE 'F'.
002450     88  WS-RUN-FILES-OPEN           VALUE 'R'.
002460
002470 01  WS-HEAD-DATE                PIC X(34).
002480 01  WS-HEAD-TIME                PIC X(20).
002490 01  WS-RUN-FISCAL               PIC X(8).
002500
002510 01  WS-FROM-FISCAL.
002520     05  WS-FROM-FY-LIT          PIC X(2).
002530     05  WS-FROM-YY              PIC 9(2).
002540     05  WS-FROM-P-LIT           PIC X(2).
002550     05  WS-FROM-PP              PIC 9(2).
002560
002570 01  WS-THRU-FISCAL.
002580     05  WS-THRU-FY-LIT          PIC X(2).
002590     05  WS-THRU-YY              PIC 9(2).
002600     05  WS-THRU-P-LIT           PIC X(2).
002610     05  WS-THRU-PP              PIC 9(2).
002620
002630* EFFECTIVE-DATE CONVERSION, AS BONUS P1600-CONV-EFF-DATE DOES IT.
002640 01  WS-CONV-DATE                PIC X(8).
002650 01  WS-CONV-FISCAL              PIC X(8).
002660 01  WS-CONV-MM                  PIC 9(2).
002670 01  WS-CONV-YY                  PIC 9(2).
002680 01  WS-CONV-PP                  PIC 9(2).
002690
002700* THE RATE ROWS ON FILE WITH THE CORRECTIONS LAID OVER THEM.
002710* EACH ROW CARRIES ITS EFFECTIVE DATE AS A FISCAL PERIOD, AS
002720* BONUS LOADS IT, AND WHETHER RATEFIX CORRECTED IT.  ROOM IS LEFT
002730* ABOVE BONUS'S 1000 ROWS FOR THE CORRECTIONS THAT ADD A ROW.
002740 01  STATE-RATE-TABLE.
002750     05  STATE-RATES OCCURS 1100 TIMES.
002760         10  SR-CODE             PIC X(2).
002770         10  SR-RATE             PIC V9(6).
002780         10  SR-EFF-DATE         PIC X(8).
002790         10  SR-EFF-FISCAL       PIC X(8).
002800         10  SR-CORRECTED        PIC X.
002810
002820 01  LOCL-RATE-TABLE.
002830     05  LOCL-RATES OCCURS 1100 TIMES.
002840         10  LR-CODE             PIC X(4).
002850         10  LR-RATE             PIC V9(6).
002860         10  LR-EFF-DATE         PIC X(8).
002870         10  LR-EFF-FISCAL       PIC X(8).
002880         10  LR-CORRECTED        PIC X.
002890
002900 01  WS-STATE-ROWS               PIC 9(4) VALUE ZERO.
002910 01  WS-LOCL-ROWS                PIC 9(4) VALUE ZERO.
002920 01  WS-ROW-SLOT                 PIC 9(4) VALUE ZERO.
002930 01  RATE-SUB                    PIC 9(4) VALUE ZERO.
002940
002950* THE ROW SELECTED FOR ONE DETAIL.
002960 01  WS-SEL-FOUND-SW             PIC X VALUE 'N'.
002970 01  WS-SEL-RATE                 PIC V9(6).
002980 01  WS-SEL-EFF-FISCAL           PIC X(8).
002990 01  WS-SEL-EFF-DATE             PIC X(8).
003000 01  WS-SEL-CORRECTED            PIC X.
003010 01  WS-SEL-CODE                 PIC X(4).
003020
003030* EMPLOYEE NUMBER AND LOCALITY OFF THE MASTER.
003040 01  EMP-TABLE.
003050     05  EMPLOYEES OCCURS 5000 TIMES
003060             INDEXED BY EM-IDX.
003070         10  ET-EMP-NBR          PIC X(5).
003080         10  ET-LOCALITY-CODE    PIC X(4).
003090
003100 01  WS-EMP-COUNT                PIC 9(5) VALUE ZERO.
003110 01  WS-EMP-LOCALITY             PIC X(4).
003120 01  WS-EMP-FOUND-SW             PIC X VALUE 'N'.
003130
003140* ONE DETAIL AS IT IS RECOMPUTED.
003150 01  WS-DTL-COMPANY              PIC X(2).
003160 01  WS-DTL-KIND                 PIC X(5).
003170 01  WS-OLD-TAX                  PIC S9(9)V99 COMP-3.
003180 01  WS-NEW-TAX                  PIC S9(9)V99 COMP-3.
003190 01  WS-DIFF                     PIC S9(9)V99 COMP-3.
003200
003210* ONE SLOT PER COMPANY, EMPLOYEE AND STATE WITH A DIFFERENCE, IN
003220* THE ORDER FIRST MET ON BONUSHST.
003230 01  RETRO-TABLE.
003240     05  RETRO-EMPS OCCURS 5000 TIMES.
003250         10  RE-COMPANY-CODE     PIC X(2).
003260         10  RE-EMP-NBR          PIC X(5).
003270         10  RE-STATE-CODE       PIC X(2).
003280         10  RE-LAST-NAME        PIC X(20).
003290         10  RE-FIRST-NAME       PIC X(15).
003300         10  RE-MID-INIT         PIC X.
003310         10  RE-DEPT-CODE        PIC X(4).
003320         10  RE-STATE-DIFF       PIC S9(9)V99 COMP-3.
003330         10  RE-LOCAL-DIFF       PIC S9(9)V99 COMP-3.
003340
003350 01  WS-RETRO-COUNT              PIC 9(5) VALUE ZERO.
003360 01  WS-RETRO-SLOT               PIC 9(5) VALUE ZERO.
003370 01  RETRO-SUB                   PIC 9(5) VALUE ZERO.
003380
003390 01  WS-ADJ-TYPE                 PIC X.
003400 01  WS-ADJ-AMT                  PIC S9(9)V99 COMP-3.
003410 01  WS-ADJ-HASH                 PIC S9(13)V99 COMP-3 VALUE ZERO.
003420 01  WS-TOTAL-STATE              PIC S9(11)V99 COMP-3 VALUE ZERO.
003430 01  WS-TOTAL-LOCAL              PIC S9(11)V99 COMP-3 VALUE ZERO.
003440
003450 01  RETRO-HEAD-1.
003460     05  FILLER            PIC X(45) VALUE
003470         'TAXRETRO - RETROACTIVE WITHHOLDING RECALC FOR'.
003480     05  FILLER            PIC X     VALUE SPACES.
003490     05  RH-FROM-FISCAL    PIC X(8).
003500     05  FILLER            PIC X(6)  VALUE ' THRU '.
003510     05  RH-THRU-FISCAL    PIC X(8).
003520     05  FILLER            PIC X(4)  VALUE SPACES.
003530     05  RH-DATE           PIC X(34).
003540
003550 01  RETRO-HEAD-2.
003560     05  FILLER            PIC X(10) VALUE 'FISCAL'.
003570     05  FILLER            PIC X(4)  VALUE 'CO'.
003580     05  FILLER            PIC X(7)  VALUE 'EMP'.
003590     05  FILLER            PIC X(16) VALUE 'LAST NAME'.
003600     05  FILLER            PIC X(3)  VALUE 'T'.
003610     05  FILLER            PIC X(6)  VALUE 'TAX'.
003620     05  FILLER            PIC X(5)  VALUE 'CODE'.
003630     05  FILLER            PIC X(7)  VALUE 'RATE'.
003640     05  FILLER            PIC X(14) VALUE '         GROSS'.
003650     05  FILLER            PIC X(14) VALUE '      WITHHELD'.
003660     05  FILLER            PIC X(14) VALUE '    RECOMPUTED'.
003670     05  FILLER            PIC X(14) VALUE '    DIFFERENCE'.
003680     05  FILLER            PIC X(2)  VALUE SPACES.
003690     05  FILLER            PIC X(16) VALUE 'REMARK'.
003700
003710 01  RETRO-DTL-LINE.
003720     05  RD-FISCAL         PIC X(8).
003730     05  FILLER            PIC X(2)  VALUE SPACES.
003740     05  RD-COMPANY        PIC X(2).
003750     05  FILLER            PIC X(2)  VALUE SPACES.
003760     05  RD-EMP-NBR        PIC X(5).
003770     05  FILLER            PIC X(2)  VALUE SPACES.
003780     05  RD-LAST-NAME      PIC X(15).
003790     05  FILLER            PIC X     VALUE SPACES.
003800     05  RD-TRANS-TYPE     PIC X.
003810     05  FILLER            PIC X(2)  VALUE SPACES.
003820     05  RD-KIND           PIC X(5).
003830     05  FILLER            PIC X     VALUE SPACES.
003840     05  RD-CODE           PIC X(4).
003850     05  FILLER            PIC X     VALUE SPACES.
003860     05  RD-RATE           PIC .9(6).
003870     05  RD-GROSS          PIC ZZ,ZZZ,ZZ9.99-.
003880     05  RD-OLD-TAX        PIC ZZ,ZZZ,ZZ9.99-.
003890     05  RD-NEW-TAX        PIC ZZ,ZZZ,ZZ9.99-.
003900     05  RD-DIFF           PIC ZZ,ZZZ,ZZ9.99-.
003910     05  FILLER            PIC X(2)  VALUE SPACES.
003920     05  RD-REMARK         PIC X(16).
003930
003940 01  RETRO-SUM-HEAD.
003950     05  FILLER            PIC X(4)  VALUE 'CO'.
003960     05  FILLER            PIC X(7)  VALUE 'EMP'.
003970     05  FILLER            PIC X(37) VALUE 'NAME'.
003980     05  FILLER            PIC X(4)  VALUE 'ST'.
003990     05  FILLER            PIC X(16) VALUE '      STATE DIFF'.
004000     05  FILLER            PIC X(16) VALUE '      LOCAL DIFF'.
004010     05  FILLER            PIC X(3)  VALUE SPACES.
004020     05  FILLER            PIC X(30) VALUE 'RESULT'.
004030
004040 01  RETRO-SUM-LINE.
004050     05  RS-COMPANY        PIC X(2).
004060     05  FILLER            PIC X(2)  VALUE SPACES.
004070     05  RS-EMP-NBR        PIC X(5).
004080     05  FILLER            PIC X(2)  VALUE SPACES.
004090     05  RS-LAST-NAME      PIC X(20).
004100     05  FILLER            PIC X     VALUE SPACES.
004110     05  RS-FIRST-NAME     PIC X(15).
004120     05  FILLER            PIC X     VALUE SPACES.
004130     05  RS-STATE          PIC X(2).
004140     05  FILLER            PIC X(2)  VALUE SPACES.
004150     05  RS-STATE-DIFF     PIC ZZZ,ZZZ,ZZ9.99-.
004160     05  FILLER            PIC X     VALUE SPACES.
004170     05  RS-LOCAL-DIFF     PIC ZZZ,ZZZ,ZZ9.99-.
004180     05  FILLER            PIC X(4)  VALUE SPACES.
004190     05  RS-RESULT         PIC X(30).
004200
004210 01  RETRO-TOTAL-LINE.
004220     05  FILLER            PIC X(28) VALUE
004230         'TOTAL, ALL EMPLOYEES'.
004240     05  FILLER            PIC X(4)  VALUE SPACES.
004250     05  RX-EMPS           PIC ZZZZZZ9.
004260     05  FILLER            PIC X(13) VALUE SPACES.
004270     05  RX-STATE-DIFF     PIC ZZZ,ZZZ,ZZ9.99-.
004280     05  FILLER            PIC X     VALUE SPACES.
004290     05  RX-LOCAL-DIFF     PIC ZZZ,ZZZ,ZZ9.99-.
004300
004310 01  W01-COUNTERS.
004320     05  W01-FIX-READ             PIC S9(9) COMP VALUE ZERO.
004330     05  W01-ROWS-REPLACED        PIC S9(9) COMP VALUE ZERO.
004340     05  W01-ROWS-ADDED           PIC S9(9) COMP VALUE ZERO.
004350     05  W01-HST-READ             PIC S9(9) COMP VALUE ZERO.
004360     05  W01-IN-RANGE             PIC S9(9) COMP VALUE ZERO.
004370     05  W01-RECOMPUTED           PIC S9(9) COMP VALUE ZERO.
004380     05  W01-SKIPPED              PIC S9(9) COMP VALUE ZERO.
004390     05  W01-ADJ-WRITTEN          PIC S9(9) COMP VALUE ZERO.
004400
004410 PROCEDURE DIVISION.
004420 P0100-MAINLINE.
004430
004440     PERFORM P0200-INITIALIZE        THRU P0299-EXIT
004450
004460     PERFORM P0300-PROC-HISTORY      THRU P0399-EXIT
004470         UNTIL WS-HST-EOF
004480
004490     PERFORM P0400-WRAP-UP           THRU P0499-EXIT
004500
004510     GOBACK
004520
004530     .
004540 P0199-EXIT.
004550     EXIT.
004560* THE FISCAL RANGE, THE RATE TABLES WITH THE CORRECTIONS LAID OVER
004570* THEM, THE EMPLOYEE LOCALITIES, AND THE FIRST HISTORY RECORD.
004580 P0200-INITIALIZE.
004590
004600     CALL 'DATETIME' USING WS-HEAD-DATE WS-HEAD-TIME
004610                           WS-RUN-FISCAL
004620
004630     PERFORM P0210-READ-RETRO-PARM   THRU P0219-EXIT
004640
004650     MOVE SPACES TO STATE-RATE-TABLE
004660                    LOCL-RATE-TABLE
004670                    EMP-TABLE
004680     OPEN INPUT STATE-TAX
004690                LOCL-TAX
004700                EMP-MASTER
004710     SET WS-TABLE-FILES-OPEN TO TRUE
004720     PERFORM P0910-READ-STATE        THRU P0919-EXIT
004730     PERFORM P0220-LOAD-STATE-ROW    THRU P0229-EXIT
004740         UNTIL WS-STATE-EOF
004750     PERFORM P0920-READ-LOCL         THRU P0929-EXIT
004760     PERFORM P0230-LOAD-LOCL-ROW     THRU P0239-EXIT
004770         UNTIL WS-LOCL-EOF
004780     PERFORM P0930-READ-EMP          THRU P0939-EXIT
004790     PERFORM P0250-LOAD-EMPLOYEE     THRU P0259-EXIT
004800         UNTIL WS-EMP-EOF
004810     CLOSE STATE-TAX
004820           LOCL-TAX
004830           EMP-MASTER
004840     MOVE SPACE TO WS-OPEN-FILES-SW
004850
004860     OPEN INPUT RATE-FIX
004870     IF WS-FIX-STATUS NOT = '00'
004880         DISPLAY 'TAXRETRO - RATEFIX OPEN FAILED, STATUS: '
004890                 WS-FIX-STATUS
004900         MOVE +16 TO RETURN-CODE
004910         GOBACK
004920     END-IF
004930     SET WS-FIX-FILE-OPEN TO TRUE
004940     PERFORM P0900-READ-FIX          THRU P0909-EXIT
004950     PERFORM P0240-APPLY-FIX         THRU P0249-EXIT
004960         UNTIL WS-FIX-EOF
004970     CLOSE RATE-FIX
004980     MOVE SPACE TO WS-OPEN-FILES-SW
004990     IF W01-FIX-READ = ZERO
005000         DISPLAY 'TAXRETRO - RATEFIX HOLDS NO CORRECTED ROWS'
005010         MOVE +16 TO RETURN-CODE
005020         GOBACK
005030     END-IF
005040
005050     OPEN INPUT  HISTORY-IN
005060     OPEN OUTPUT RETRO-BONUS
005070                 RETRO-RPT
005080     SET WS-RUN-FILES-OPEN TO TRUE
005090
005100     MOVE WS-FROM-FISCAL TO RH-FROM-FISCAL
005110     MOVE WS-THRU-FISCAL TO RH-THRU-FISCAL
005120     MOVE WS-HEAD-DATE   TO RH-DATE
005130     WRITE RPT-LINE FROM RETRO-HEAD-1
005140     MOVE SPACES TO RPT-LINE
005150     WRITE RPT-LINE
005160     WRITE RPT-LINE FROM RETRO-HEAD-2
005170     MOVE SPACES TO RPT-LINE
005180     WRITE RPT-LINE
005190
005200* PRIMING READ
005210     PERFORM P0940-READ-HISTORY      THRU P0949-EXIT
005220     .
005230 P0299-EXIT.
005240     EXIT.
005250* THE PARAMETER CARD IS REQUIRED.  BOTH PERIODS MUST BE IN THE
005260* 'FY26 P08' FORM, PERIOD 01-12, AND THE FIRST NOT AFTER THE LAST.
005270 P0210-READ-RETRO-PARM.
005280     OPEN INPUT RETRO-PARM
005290     IF WS-PRM-STATUS NOT = '00'
005300         DISPLAY 'TAXRETRO - RETROPRM OPEN FAILED, STATUS: '
005310                 WS-PRM-STATUS
005320         MOVE +16 TO RETURN-CODE
005330         GOBACK
005340     END-IF
005350     READ RETRO-PARM
005360         AT END
005370             MOVE SPACES TO PARM-REC
005380     END-READ
005390     CLOSE RETRO-PARM
005400     MOVE RP-FROM-FISCAL TO WS-FROM-FISCAL
005410     MOVE RP-THRU-FISCAL TO WS-THRU-FISCAL
005420
005430     IF WS-FROM-FY-LIT NOT = 'FY'
005440             OR WS-FROM-P-LIT NOT = ' P'
005450             OR WS-FROM-YY NOT NUMERIC
005460             OR WS-FROM-PP NOT NUMERIC
005470             OR WS-THRU-FY-LIT NOT = 'FY'
005480             OR WS-THRU-P-LIT NOT = ' P'
005490             OR WS-THRU-YY NOT NUMERIC
005500             OR WS-THRU-PP NOT NUMERIC
005510         DISPLAY 'TAXRETRO - FISCAL RANGE ' WS-FROM-FISCAL ' - '
005520                 WS-THRU-FISCAL ' IS NOT IN THE FORM FYNN PNN'
005530         MOVE +16 TO RETURN-CODE
005540         GOBACK
005550     END-IF
005560     IF WS-FROM-PP < 1 OR WS-FROM-PP > 12
005570             OR WS-THRU-PP < 1 OR WS-THRU-PP > 12
005580         DISPLAY 'TAXRETRO - FISCAL RANGE ' WS-FROM-FISCAL ' - '
005590                 WS-THRU-FISCAL ' IS NOT PERIODS 01-12'
005600         MOVE +16 TO RETURN-CODE
005610         GOBACK
005620     END-IF
005630     IF WS-FROM-FISCAL > WS-THRU-FISCAL
005640         DISPLAY 'TAXRETRO - FISCAL RANGE ' WS-FROM-FISCAL ' - '
005650                 WS-THRU-FISCAL ' RUNS BACKWARDS'
005660         MOVE +16 TO RETURN-CODE
005670         GOBACK
005680     END-IF
005690     .
005700 P0219-EXIT.
005710     EXIT.
005720
005730 P0220-LOAD-STATE-ROW.
005740     IF WS-STATE-ROWS NOT LESS THAN 1000
005750         DISPLAY 'TAXRETRO - MORE THAN 1000 INSTTAX ROWS - RAISE '
005760                 'STATE-RATE-TABLE AND RECOMPILE'
005770         PERFORM P0950-ABORT         THRU P0959-EXIT
005780     END-IF
005790     ADD 1 TO WS-STATE-ROWS
005800     MOVE STATE-CODE       TO SR-CODE     (WS-STATE-ROWS)
005810     MOVE STATE-TAX-NUMBER TO SR-RATE     (WS-STATE-ROWS)
005820     MOVE STATE-EFF-DATE   TO SR-EFF-DATE (WS-STATE-ROWS)
005830     MOVE 'N'              TO SR-CORRECTED (WS-STATE-ROWS)
005840     MOVE STATE-EFF-DATE   TO WS-CONV-DATE
005850     PERFORM P1600-CONV-EFF-DATE     THRU P1699-EXIT
005860     MOVE WS-CONV-FISCAL   TO SR-EFF-FISCAL (WS-STATE-ROWS)
005870
005880     PERFORM P0910-READ-STATE        THRU P0919-EXIT
005890     .
005900 P0229-EXIT.
005910     EXIT.
005920
005930 P0230-LOAD-LOCL-ROW.
005940     IF WS-LOCL-ROWS NOT LESS THAN 1000
005950         DISPLAY 'TAXRETRO - MORE THAN 1000 LOCLTAX ROWS - RAISE '
005960                 'LOCL-RATE-TABLE AND RECOMPILE'
005970         PERFORM P0950-ABORT         THRU P0959-EXIT
005980     END-IF
005990     ADD 1 TO WS-LOCL-ROWS
006000     MOVE LOCL-CODE        TO LR-CODE     (WS-LOCL-ROWS)
006010     MOVE LOCL-TAX-NUMBER  TO LR-RATE     (WS-LOCL-ROWS)
006020     MOVE LOCL-EFF-DATE    TO LR-EFF-DATE (WS-LOCL-ROWS)
006030     MOVE 'N'              TO LR-CORRECTED (WS-LOCL-ROWS)
006040     MOVE LOCL-EFF-DATE    TO WS-CONV-DATE
006050     PERFORM P1600-CONV-EFF-DATE     THRU P1699-EXIT
006060     MOVE WS-CONV-FISCAL   TO LR-EFF-FISCAL (WS-LOCL-ROWS)
006070
006080     PERFORM P0920-READ-LOCL         THRU P0929-EXIT
006090     .
006100 P0239-EXIT.
006110     EXIT.
006120* LAY ONE CORRECTED ROW OVER ITS TABLE - REPLACING THE ROW WITH
006130* THE SAME CODE AND EFFECTIVE DATE, OR ADDING IT - AND MARK IT
006140* CORRECTED.  ONLY DETAILS TAXED AT A CORRECTED ROW ARE
006150* RECOMPUTED.
006160 P0240-APPLY-FIX.
006170     EVALUATE TRUE
006180         WHEN RF-STATE-ROW
006190             MOVE ZEROES TO WS-ROW-SLOT
006200             PERFORM P0242-FIND-STATE-ROW THRU P0243-EXIT
006210                 VARYING RATE-SUB FROM 1 BY 1
006220                 UNTIL RATE-SUB > WS-STATE-ROWS
006230                     OR WS-ROW-SLOT > ZERO
006240             IF WS-ROW-SLOT = ZEROES
006250                 IF WS-STATE-ROWS NOT LESS THAN 1100
006260                     PERFORM P0955-FIX-TABLE-FULL THRU P0958-EXIT
006270                 END-IF
006280                 ADD 1 TO WS-STATE-ROWS
006290                 MOVE WS-STATE-ROWS  TO WS-ROW-SLOT
006300                 MOVE RF-CODE (1:2)  TO SR-CODE     (WS-ROW-SLOT)
006310                 MOVE RF-EFF-DATE    TO SR-EFF-DATE (WS-ROW-SLOT)
006320                 MOVE RF-EFF-DATE    TO WS-CONV-DATE
006330                 PERFORM P1600-CONV-EFF-DATE THRU P1699-EXIT
006340                 MOVE WS-CONV-FISCAL
006350                     TO SR-EFF-FISCAL (WS-ROW-SLOT)
006360                 ADD 1 TO W01-ROWS-ADDED
006370             ELSE
006380                 ADD 1 TO W01-ROWS-REPLACED
006390             END-IF
006400             MOVE RF-RATE TO SR-RATE      (WS-ROW-SLOT)
006410             MOVE 'Y'     TO SR-CORRECTED (WS-ROW-SLOT)
006420         WHEN RF-LOCL-ROW
006430             MOVE ZEROES TO WS-ROW-SLOT
006440             PERFORM P0244-FIND-LOCL-ROW  THRU P0245-EXIT
006450                 VARYING RATE-SUB FROM 1 BY 1
006460                 UNTIL RATE-SUB > WS-LOCL-ROWS
006470                     OR WS-ROW-SLOT > ZERO
006480             IF WS-ROW-SLOT = ZEROES
006490                 IF WS-LOCL-ROWS NOT LESS THAN 1100
006500                     PERFORM P0955-FIX-TABLE-FULL THRU P0958-EXIT
006510                 END-IF
006520                 ADD 1 TO WS-LOCL-ROWS
006530                 MOVE WS-LOCL-ROWS   TO WS-ROW-SLOT
006540                 MOVE RF-CODE        TO LR-CODE     (WS-ROW-SLOT)
006550                 MOVE RF-EFF-DATE    TO LR-EFF-DATE (WS-ROW-SLOT)
006560                 MOVE RF-EFF-DATE    TO WS-CONV-DATE
006570                 PERFORM P1600-CONV-EFF-DATE THRU P1699-EXIT
006580                 MOVE WS-CONV-FISCAL
006590                     TO LR-EFF-FISCAL (WS-ROW-SLOT)
006600                 ADD 1 TO W01-ROWS-ADDED
006610             ELSE
006620                 ADD 1 TO W01-ROWS-REPLACED
006630             END-IF
006640             MOVE RF-RATE TO LR-RATE      (WS-ROW-SLOT)
006650             MOVE 'Y'     TO LR-CORRECTED (WS-ROW-SLOT)
006660         WHEN OTHER
006670             DISPLAY 'TAXRETRO - RATEFIX ROW ' W01-FIX-READ
006680                     ' IS NEITHER KIND S NOR KIND L'
006690             PERFORM P0950-ABORT         THRU P0959-EXIT
006700     END-EVALUATE
006710
006720     PERFORM P0900-READ-FIX          THRU P0909-EXIT
006730     .
006740 P0249-EXIT.
006750     EXIT.
006760
006770 P0242-FIND-STATE-ROW.
006780     IF SR-CODE (RATE-SUB) = RF-CODE (1:2)
006790             AND SR-EFF-DATE (RATE-SUB) = RF-EFF-DATE
006800         MOVE RATE-SUB TO WS-ROW-SLOT
006810     END-IF
006820     .
006830 P0243-EXIT.
006840     EXIT.
006850
006860 P0244-FIND-LOCL-ROW.
006870     IF LR-CODE (RATE-SUB) = RF-CODE
006880             AND LR-EFF-DATE (RATE-SUB) = RF-EFF-DATE
006890         MOVE RATE-SUB TO WS-ROW-SLOT
006900     END-IF
006910     .
006920 P0245-EXIT.
006930     EXIT.
006940
006950 P0250-LOAD-EMPLOYEE.
006960     IF WS-EMP-COUNT NOT LESS THAN 5000
006970         DISPLAY 'TAXRETRO - MORE THAN 5000 EMPLOYEES - RAISE '
006980                 'EMP-TABLE AND RECOMPILE'
006990         PERFORM P0950-ABORT         THRU P0959-EXIT
007000     END-IF
007010     ADD 1 TO WS-EMP-COUNT
007020     MOVE EM-EMP-NBR       TO ET-EMP-NBR       (WS-EMP-COUNT)
007030     MOVE EM-LOCALITY-CODE TO ET-LOCALITY-CODE (WS-EMP-COUNT)
007040
007050     PERFORM P0930-READ-EMP          THRU P0939-EXIT
007060     .
007070 P0259-EXIT.
007080     EXIT.
007090* ONE BONUSHST DETAIL.  RETURNED DEPOSITS AND EARLIER CORRECTIONS
007100* WERE NEVER TAXED AT A RATE, SO ONLY THE PAYMENTS THEMSELVES IN
007110* THE FISCAL RANGE ARE RECOMPUTED - THE STATE WITHHOLDING AT THE
007120* ROW IN EFFECT FOR THE PERIOD PAID, THEN THE LOCAL.
007130 P0300-PROC-HISTORY.
007140     IF HS-FISCAL NOT < WS-FROM-FISCAL
007150             AND HS-FISCAL NOT > WS-THRU-FISCAL
007160             AND NOT HS-NOT-RECOMPUTED
007170         ADD 1 TO W01-IN-RANGE
007180         MOVE HS-COMPANY-CODE TO WS-DTL-COMPANY
007190         IF WS-DTL-COMPANY = SPACES
007200             MOVE '01' TO WS-DTL-COMPANY
007210         END-IF
007220         PERFORM P0310-RECALC-STATE  THRU P0319-EXIT
007230         PERFORM P0320-RECALC-LOCAL  THRU P0329-EXIT
007240     END-IF
007250
007260     PERFORM P0940-READ-HISTORY      THRU P0949-EXIT
007270     .
007280 P0399-EXIT.
007290     EXIT.
007300* BONUS TAKES STATE TAX AS THE GROSS TIMES THE RATE, TRUNCATED TO
007310* THE CENT.  A DETAIL WITH NOTHING WITHHELD ON A GROSS WAS STATE
007320* EXEMPT (OR TAXED AT A ZERO RATE) - HISTORY DOES NOT SAY WHICH,
007330* SO IT IS LISTED FOR PAYROLL TO LOOK AT RATHER THAN GUESSED AT.
007340 P0310-RECALC-STATE.
007350     MOVE HS-STATE-CODE TO WS-SEL-CODE
007360     PERFORM P0330-FIND-STATE-RATE   THRU P0339-EXIT
007370
007380     IF WS-SEL-FOUND-SW = 'Y' AND WS-SEL-CORRECTED = 'Y'
007390         MOVE 'STATE'      TO WS-DTL-KIND
007400         MOVE HS-STATE-TAX TO WS-OLD-TAX
007410         IF HS-STATE-TAX = ZERO AND HS-GROSS NOT = ZERO
007420             MOVE 'NOTHING WITHHELD' TO RD-REMARK
007430             PERFORM P0390-SKIP-DETAIL   THRU P0394-EXIT
007440         ELSE
007450             MULTIPLY HS-GROSS BY WS-SEL-RATE GIVING WS-NEW-TAX
007460             PERFORM P0350-POST-DIFF     THRU P0359-EXIT
007470         END-IF
007480     END-IF
007490     .
007500 P0319-EXIT.
007510     EXIT.
007520* LOCAL TAX THE SAME WAY, AT THE LOCALITY ON THE MASTER.  BONUS
007530* HAS NO LOCAL EXEMPTION, SO NOTHING WITHHELD ON A GROSS AT A
007540* CORRECTED ROW IS WHAT A ROW KEYED AT ZERO LEAVES BEHIND - IT IS
007550* LISTED FOR PAYROLL TO LOOK AT, AS ON THE STATE SIDE.  LOCAL TAX
007560* TAKEN FOR AN EMPLOYEE NOW GONE FROM THE MASTER, OR NOW IN NO
007570* LOCALITY, HAS NO LOCALITY TO RECOMPUTE AT AND IS LISTED TOO.
007580* A DETAIL WITH NO GROSS AND NO LOCAL TAX HAS NOTHING TO CORRECT.
007590 P0320-RECALC-LOCAL.
007600     MOVE 'LOCAL'      TO WS-DTL-KIND
007610     MOVE HS-LOCAL-TAX TO WS-OLD-TAX
007620     IF HS-LOCAL-TAX NOT = ZERO OR HS-GROSS NOT = ZERO
007630         PERFORM P0325-FIND-EMPLOYEE THRU P0326-EXIT
007640         IF WS-EMP-FOUND-SW = 'N' OR WS-EMP-LOCALITY = SPACES
007650             IF HS-LOCAL-TAX NOT = ZERO
007660                 MOVE SPACES        TO WS-SEL-CODE
007670                 MOVE ZEROES        TO WS-SEL-RATE
007680                 MOVE 'NO LOCALITY' TO RD-REMARK
007690                 PERFORM P0390-SKIP-DETAIL THRU P0394-EXIT
007700             END-IF
007710         ELSE
007720             MOVE WS-EMP-LOCALITY TO WS-SEL-CODE
007730             PERFORM P0335-FIND-LOCL-RATE THRU P0338-EXIT
007740             IF WS-SEL-FOUND-SW = 'Y' AND WS-SEL-CORRECTED = 'Y'
007750                 IF HS-LOCAL-TAX = ZERO
007760                     MOVE 'NOTHING WITHHELD' TO RD-REMARK
007770                     PERFORM P0390-SKIP-DETAIL THRU P0394-EXIT
007780                 ELSE
007790                     MULTIPLY HS-GROSS BY WS-SEL-RATE
007800                         GIVING WS-NEW-TAX
007810                     PERFORM P0350-POST-DIFF THRU P0359-EXIT
007820                 END-IF
007830             END-IF
007840         END-IF
007850     END-IF
007860     .
007870 P0329-EXIT.
007880     EXIT.
007890
007900 P0325-FIND-EMPLOYEE.
007910     MOVE 'N'    TO WS-EMP-FOUND-SW
007920     MOVE SPACES TO WS-EMP-LOCALITY
007930     SET EM-IDX TO 1
007940     SEARCH EMPLOYEES
007950         AT END
007960             MOVE 'N' TO WS-EMP-FOUND-SW
007970         WHEN ET-EMP-NBR (EM-IDX) = HS-EMP-NBR
007980             MOVE 'Y' TO WS-EMP-FOUND-SW
007990             MOVE ET-LOCALITY-CODE (EM-IDX) TO WS-EMP-LOCALITY
008000     END-SEARCH
008010     .
008020 P0326-EXIT.
008030     EXIT.
008040* THE STATE ROW IN EFFECT FOR THE PERIOD THE DETAIL WAS PAID - THE
008050* LATEST EFFECTIVE PERIOD NOT BEYOND HS-FISCAL, AS BONUS
008060* P0330-FIND-STATE-RATE CHOOSES IT AGAINST ITS RUN PERIOD.  TWO
008070* ROWS IN ONE PERIOD GO TO THE LATER DATE, AS THEY DO ON THE
008080* DATE-ORDERED INSTTAX BONUS READS.
008090 P0330-FIND-STATE-RATE.
008100     MOVE 'N'        TO WS-SEL-FOUND-SW
008110     MOVE 'N'        TO WS-SEL-CORRECTED
008120     MOVE ZEROES     TO WS-SEL-RATE
008130     MOVE LOW-VALUES TO WS-SEL-EFF-FISCAL
008140                        WS-SEL-EFF-DATE
008150
008160     PERFORM P0340-CHECK-RATE-ROW    THRU P0349-EXIT
008170         VARYING RATE-SUB FROM 1 BY 1
008180         UNTIL RATE-SUB > WS-STATE-ROWS
008190     .
008200 P0339-EXIT.
008210     EXIT.
008220
008230 P0340-CHECK-RATE-ROW.
008240     IF SR-CODE (RATE-SUB) = WS-SEL-CODE (1:2)
008250             AND SR-EFF-FISCAL (RATE-SUB) NOT > HS-FISCAL
008260         IF WS-SEL-FOUND-SW = 'N'
008270                 OR SR-EFF-FISCAL (RATE-SUB) > WS-SEL-EFF-FISCAL
008280                 OR (SR-EFF-FISCAL (RATE-SUB) = WS-SEL-EFF-FISCAL
008290                     AND SR-EFF-DATE (RATE-SUB) NOT LESS THAN
008300                         WS-SEL-EFF-DATE)
008310             MOVE 'Y'                      TO WS-SEL-FOUND-SW
008320             MOVE SR-RATE (RATE-SUB)       TO WS-SEL-RATE
008330             MOVE SR-EFF-FISCAL (RATE-SUB) TO WS-SEL-EFF-FISCAL
008340             MOVE SR-EFF-DATE (RATE-SUB)   TO WS-SEL-EFF-DATE
008350             MOVE SR-CORRECTED (RATE-SUB)  TO WS-SEL-CORRECTED
008360         END-IF
008370     END-IF
008380     .
008390 P0349-EXIT.
008400     EXIT.
008410* THE LOCALITY ROW, BY THE SAME RULE AS BONUS
008420* P0335-FIND-LOCL-RATE.
008430 P0335-FIND-LOCL-RATE.
008440     MOVE 'N'        TO WS-SEL-FOUND-SW
008450     MOVE 'N'        TO WS-SEL-CORRECTED
008460     MOVE ZEROES     TO WS-SEL-RATE
008470     MOVE LOW-VALUES TO WS-SEL-EFF-FISCAL
008480                        WS-SEL-EFF-DATE
008490
008500     PERFORM P0345-CHECK-LOCL-ROW    THRU P0348-EXIT
008510         VARYING RATE-SUB FROM 1 BY 1
008520         UNTIL RATE-SUB > WS-LOCL-ROWS
008530     .
008540 P0338-EXIT.
008550     EXIT.
008560
008570 P0345-CHECK-LOCL-ROW.
008580     IF LR-CODE (RATE-SUB) = WS-SEL-CODE
008590             AND LR-EFF-FISCAL (RATE-SUB) NOT > HS-FISCAL
008600         IF WS-SEL-FOUND-SW = 'N'
008610                 OR LR-EFF-FISCAL (RATE-SUB) > WS-SEL-EFF-FISCAL
008620                 OR (LR-EFF-FISCAL (RATE-SUB) = WS-SEL-EFF-FISCAL
008630                     AND LR-EFF-DATE (RATE-SUB) NOT LESS THAN
008640                         WS-SEL-EFF-DATE)
008650             MOVE 'Y'                      TO WS-SEL-FOUND-SW
008660             MOVE LR-RATE (RATE-SUB)       TO WS-SEL-RATE
008670             MOVE LR-EFF-FISCAL (RATE-SUB) TO WS-SEL-EFF-FISCAL
008680             MOVE LR-EFF-DATE (RATE-SUB)   TO WS-SEL-EFF-DATE
008690             MOVE LR-CORRECTED (RATE-SUB)  TO WS-SEL-CORRECTED
008700         END-IF
008710     END-IF
008720     .
008730 P0348-EXIT.
008740     EXIT.
008750* LIST THE RECOMPUTED DETAIL AND ADD ITS DIFFERENCE - WHAT SHOULD
008760* HAVE BEEN WITHHELD LESS WHAT WAS - TO THE EMPLOYEE'S SLOT.
008770 P0350-POST-DIFF.
008780     ADD 1 TO W01-RECOMPUTED
008790     COMPUTE WS-DIFF = WS-NEW-TAX - WS-OLD-TAX
008800
008810     MOVE SPACES TO RD-REMARK
008820     IF WS-DIFF > ZERO
008830         MOVE 'UNDER-WITHHELD' TO RD-REMARK
008840     END-IF
008850     IF WS-DIFF < ZERO
008860         MOVE 'OVER-WITHHELD'  TO RD-REMARK
008870     END-IF
008880     PERFORM P0380-WRITE-DETAIL      THRU P0389-EXIT
008890
008900     IF WS-DIFF NOT = ZERO
008910         PERFORM P0370-POST-SLOT     THRU P0379-EXIT
008920     END-IF
008930     .
008940 P0359-EXIT.
008950     EXIT.
008960
008970 P0370-POST-SLOT.
008980     MOVE ZEROES TO WS-RETRO-SLOT
008990     PERFORM P0360-FIND-RETRO-SLOT   THRU P0369-EXIT
009000         VARYING RETRO-SUB FROM 1 BY 1
009010         UNTIL RETRO-SUB > WS-RETRO-COUNT
009020             OR WS-RETRO-SLOT > ZERO
009030
009040     IF WS-RETRO-SLOT = ZEROES
009050         IF WS-RETRO-COUNT NOT LESS THAN 5000
009060             DISPLAY 'TAXRETRO - MORE THAN 5000 EMPLOYEES TO '
009070                     'CORRECT - RAISE RETRO-TABLE AND RECOMPILE'
009080             PERFORM P0950-ABORT     THRU P0959-EXIT
009090         END-IF
009100         ADD 1 TO WS-RETRO-COUNT
009110         MOVE WS-RETRO-COUNT  TO WS-RETRO-SLOT
009120         MOVE WS-DTL-COMPANY  TO RE-COMPANY-CODE (WS-RETRO-SLOT)
009130         MOVE HS-EMP-NBR      TO RE-EMP-NBR      (WS-RETRO-SLOT)
009140         MOVE HS-STATE-CODE   TO RE-STATE-CODE   (WS-RETRO-SLOT)
009150         MOVE HS-LAST-NAME    TO RE-LAST-NAME    (WS-RETRO-SLOT)
009160         MOVE HS-FIRST-NAME   TO RE-FIRST-NAME   (WS-RETRO-SLOT)
009170         MOVE HS-MID-INIT     TO RE-MID-INIT     (WS-RETRO-SLOT)
009180         MOVE HS-DEPT-CODE    TO RE-DEPT-CODE    (WS-RETRO-SLOT)
009190         MOVE ZEROES          TO RE-STATE-DIFF   (WS-RETRO-SLOT)
009200                                 RE-LOCAL-DIFF   (WS-RETRO-SLOT)
009210     END-IF
009220
009230     IF WS-DTL-KIND = 'STATE'
009240         ADD WS-DIFF TO RE-STATE-DIFF (WS-RETRO-SLOT)
009250     ELSE
009260         ADD WS-DIFF TO RE-LOCAL-DIFF (WS-RETRO-SLOT)
009270     END-IF
009280     .
009290 P0379-EXIT.
009300     EXIT.
009310
009320 P0360-FIND-RETRO-SLOT.
009330     IF RE-COMPANY-CODE (RETRO-SUB) = WS-DTL-COMPANY
009340             AND RE-EMP-NBR (RETRO-SUB) = HS-EMP-NBR
009350             AND RE-STATE-CODE (RETRO-SUB) = HS-STATE-CODE
009360         MOVE RETRO-SUB TO WS-RETRO-SLOT
009370     END-IF
009380     .
009390 P0369-EXIT.
009400     EXIT.
009410
009420 P0380-WRITE-DETAIL.
009430     MOVE HS-FISCAL       TO RD-FISCAL
009440     MOVE WS-DTL-COMPANY  TO RD-COMPANY
009450     MOVE HS-EMP-NBR      TO RD-EMP-NBR
009460     MOVE HS-LAST-NAME    TO RD-LAST-NAME
009470     MOVE HS-TRANS-TYPE   TO RD-TRANS-TYPE
009480     MOVE WS-DTL-KIND     TO RD-KIND
009490     MOVE WS-SEL-CODE     TO RD-CODE
009500     MOVE WS-SEL-RATE     TO RD-RATE
009510     MOVE HS-GROSS        TO RD-GROSS
009520     MOVE WS-OLD-TAX      TO RD-OLD-TAX
009530     MOVE WS-NEW-TAX      TO RD-NEW-TAX
009540     MOVE WS-DIFF         TO RD-DIFF
009550     WRITE RPT-LINE FROM RETRO-DTL-LINE
009560     .
009570 P0389-EXIT.
009580     EXIT.
009590* A DETAIL TAXED AT A CORRECTED ROW THAT CANNOT BE RECOMPUTED IS
009600* LISTED WITH NO FIGURES AND ENDS THE JOB RC 4 SO SOMEONE LOOKS.
009610 P0390-SKIP-DETAIL.
009620     ADD 1 TO W01-SKIPPED
009630     MOVE 'Y'    TO WS-SKIPPED-SW
009640     MOVE ZEROES TO WS-NEW-TAX
009650                    WS-DIFF
009660     PERFORM P0380-WRITE-DETAIL      THRU P0389-EXIT
009670     .
009680 P0394-EXIT.
009690     EXIT.
009700* THE EMPLOYEE SUMMARY AND ITS CORRECTIONS, THE RETROBON TRAILER,
009710* AND THE COUNTS.
009720 P0400-WRAP-UP.
009730
009740     MOVE SPACES TO RPT-LINE
009750     WRITE RPT-LINE
009760     MOVE 'WITHHOLDING TO CORRECT BY EMPLOYEE (MINUS IS A REFUND)'
009770         TO RPT-LINE
009780     WRITE RPT-LINE
009790     MOVE SPACES TO RPT-LINE
009800     WRITE RPT-LINE
009810     WRITE RPT-LINE FROM RETRO-SUM-HEAD
009820
009830     PERFORM P0500-WRITE-EMPLOYEE    THRU P0599-EXIT
009840         VARYING RETRO-SUB FROM 1 BY 1
009850         UNTIL RETRO-SUB > WS-RETRO-COUNT
009860
009870     MOVE SPACES TO RPT-LINE
009880     WRITE RPT-LINE
009890     MOVE WS-RETRO-COUNT TO RX-EMPS
009900     MOVE WS-TOTAL-STATE TO RX-STATE-DIFF
009910     MOVE WS-TOTAL-LOCAL TO RX-LOCAL-DIFF
009920     WRITE RPT-LINE FROM RETRO-TOTAL-LINE
009930     IF WS-RETRO-COUNT = ZERO
009940         MOVE 'NO WITHHOLDING TO CORRECT - NOTHING WRITTEN'
009950             TO RPT-LINE
009960         WRITE RPT-LINE
009970     END-IF
009980
009990* RETROBON CARRIES ITS OWN CONTROL TRAILER SO THE SORT CAN BALANCE
010000* THE CORRECTIONS ALONGSIDE PAYROLL'S OWN.
010010     MOVE SPACES          TO RETRO-TRAILER-RECORD
010020     MOVE 'TRAIL'         TO RT-TRAILER-ID
010030     MOVE W01-ADJ-WRITTEN TO RT-REC-COUNT
010040     MOVE WS-ADJ-HASH     TO RT-HASH-TOTAL
010050     WRITE RETRO-TRAILER-RECORD
010060
010070     CLOSE HISTORY-IN
010080           RETRO-BONUS
010090           RETRO-RPT
010100
010110     DISPLAY 'TAXRETRO - RECALCULATION COUNTS FOR ' WS-FROM-FISCAL
010120             ' THRU ' WS-THRU-FISCAL
010130     DISPLAY 'RATE ROWS CORRECTED : ' W01-FIX-READ
010140     DISPLAY '  REPLACED ON FILE  : ' W01-ROWS-REPLACED
010150     DISPLAY '  ADDED             : ' W01-ROWS-ADDED
010160     DISPLAY 'HISTORY READ        : ' W01-HST-READ
010170     DISPLAY 'DETAILS IN RANGE    : ' W01-IN-RANGE
010180     DISPLAY 'TAXES RECOMPUTED    : ' W01-RECOMPUTED
010190     DISPLAY 'TAXES NOT RECOMPUTED: ' W01-SKIPPED
010200     DISPLAY 'CORRECTIONS WRITTEN : ' W01-ADJ-WRITTEN
010210
010220     IF WS-DETAILS-SKIPPED
010230         DISPLAY 'TAXRETRO - DETAILS NOT RECOMPUTED, SEE RETRORPT'
010240         MOVE +4 TO RETURN-CODE
010250     ELSE
010260         MOVE +0 TO RETURN-CODE
010270     END-IF
010280     .
010290 P0499-EXIT.
010300     EXIT.
010310* ONE EMPLOYEE AND STATE: THE SUMMARY LINE, THEN A TYPE S RECORD
010320* FOR ANY STATE DIFFERENCE AND A TYPE L FOR ANY LOCAL ONE.
010330 P0500-WRITE-EMPLOYEE.
010340     MOVE RE-COMPANY-CODE (RETRO-SUB) TO RS-COMPANY
010350     MOVE RE-EMP-NBR      (RETRO-SUB) TO RS-EMP-NBR
010360     MOVE RE-LAST-NAME    (RETRO-SUB) TO RS-LAST-NAME
010370     MOVE RE-FIRST-NAME   (RETRO-SUB) TO RS-FIRST-NAME
010380     MOVE RE-STATE-CODE   (RETRO-SUB) TO RS-STATE
010390     MOVE RE-STATE-DIFF   (RETRO-SUB) TO RS-STATE-DIFF
010400     MOVE RE-LOCAL-DIFF   (RETRO-SUB) TO RS-LOCAL-DIFF
010410     EVALUATE TRUE
010420         WHEN RE-STATE-DIFF (RETRO-SUB) NOT < ZERO
010430                 AND RE-LOCAL-DIFF (RETRO-SUB) NOT < ZERO
010440             MOVE 'UNDER-WITHHELD - CATCH-UP' TO RS-RESULT
010450         WHEN RE-STATE-DIFF (RETRO-SUB) NOT > ZERO
010460                 AND RE-LOCAL-DIFF (RETRO-SUB) NOT > ZERO
010470             MOVE 'OVER-WITHHELD - REFUND'    TO RS-RESULT
010480         WHEN RE-STATE-DIFF (RETRO-SUB) > ZERO
010490             MOVE 'STATE UNDER, LOCAL OVER'   TO RS-RESULT
010500         WHEN OTHER
010510             MOVE 'STATE OVER, LOCAL UNDER'   TO RS-RESULT
010520     END-EVALUATE
010530     WRITE RPT-LINE FROM RETRO-SUM-LINE
010540     ADD RE-STATE-DIFF (RETRO-SUB) TO WS-TOTAL-STATE
010550     ADD RE-LOCAL-DIFF (RETRO-SUB) TO WS-TOTAL-LOCAL
010560
010570     IF RE-STATE-DIFF (RETRO-SUB) NOT = ZERO
010580         MOVE 'S'                        TO WS-ADJ-TYPE
010590         MOVE RE-STATE-DIFF (RETRO-SUB)  TO WS-ADJ-AMT
010600         PERFORM P0510-WRITE-CORRECTION  THRU P0519-EXIT
010610     END-IF
010620     IF RE-LOCAL-DIFF (RETRO-SUB) NOT = ZERO
010630         MOVE 'L'                        TO WS-ADJ-TYPE
010640         MOVE RE-LOCAL-DIFF (RETRO-SUB)  TO WS-ADJ-AMT
010650         PERFORM P0510-WRITE-CORRECTION  THRU P0519-EXIT
010660     END-IF
010670     .
010680 P0599-EXIT.
010690     EXIT.
010700
010710 P0510-WRITE-CORRECTION.
010720     MOVE SPACES                      TO RETRO-RECORD
010730     MOVE RE-STATE-CODE (RETRO-SUB)   TO RB-STATE-CODE
010740     MOVE RE-LAST-NAME (RETRO-SUB)    TO RB-LAST-NAME
010750     MOVE RE-FIRST-NAME (RETRO-SUB)   TO RB-FIRST-NAME
010760     MOVE RE-MID-INIT (RETRO-SUB)     TO RB-MID-INIT
010770     MOVE WS-ADJ-AMT                  TO RB-BONUS-AMT
010780     MOVE RE-DEPT-CODE (RETRO-SUB)    TO RB-DEPT-CODE
010790     MOVE RE-EMP-NBR (RETRO-SUB)      TO RB-EMP-NBR
010800     MOVE WS-ADJ-TYPE                 TO RB-TRANS-TYPE
010810     MOVE RE-COMPANY-CODE (RETRO-SUB) TO RB-COMPANY-CODE
010820     WRITE RETRO-RECORD
010830     ADD 1          TO W01-ADJ-WRITTEN
010840     ADD WS-ADJ-AMT TO WS-ADJ-HASH
010850     .
010860 P0519-EXIT.
010870     EXIT.
010880
010890 P0900-READ-FIX.
010900     READ RATE-FIX
010910         AT END
010920             MOVE 'Y' TO WS-FIX-EOF-SW
010930         NOT AT END
010940             ADD 1 TO W01-FIX-READ
010950     END-READ
010960     .
010970 P0909-EXIT.
010980     EXIT.
010990
011000 P0910-READ-STATE.
011010     READ STATE-TAX
011020         AT END
011030             MOVE 'Y' TO WS-STATE-EOF-SW
011040     END-READ
011050     .
011060 P0919-EXIT.
011070     EXIT.
011080
011090 P0920-READ-LOCL.
011100     READ LOCL-TAX
011110         AT END
011120             MOVE 'Y' TO WS-LOCL-EOF-SW
011130     END-READ
011140     .
011150 P0929-EXIT.
011160     EXIT.
011170
011180 P0930-READ-EMP.
011190     READ EMP-MASTER
011200         AT END
011210             MOVE 'Y' TO WS-EMP-EOF-SW
011220     END-READ
011230     .
011240 P0939-EXIT.
011250     EXIT.
011260
011270 P0940-READ-HISTORY.
011280     READ HISTORY-IN
011290         AT END
011300             MOVE 'Y' TO WS-HST-EOF-SW
011310         NOT AT END
011320             ADD 1 TO W01-HST-READ
011330     END-READ
011340     .
011350 P0949-EXIT.
011360     EXIT.
011370* A TABLE OVERFLOW OR A BAD RATEFIX ROW WOULD LEAVE CORRECTIONS
011380* OUT, SO STOP THE RUN WITH NOTHING FIT TO FEED THE NEXT BONUS
011390* RUN.  WHATEVER IS OPEN IS CLOSED FIRST - A RETROBON CLOSED
011400* WITHOUT ITS TRAILER IS REFUSED BY BONSORT, SO NONE OF IT POSTS.
011410 P0950-ABORT.
011420     EVALUATE TRUE
011430         WHEN WS-TABLE-FILES-OPEN
011440             CLOSE STATE-TAX
011450                   LOCL-TAX
011460                   EMP-MASTER
011470         WHEN WS-FIX-FILE-OPEN
011480             CLOSE RATE-FIX
011490         WHEN WS-RUN-FILES-OPEN
011500             CLOSE HISTORY-IN
011510                   RETRO-BONUS
011520                   RETRO-RPT
011530     END-EVALUATE
011540     MOVE +16 TO RETURN-CODE
011550     GOBACK
011560     .
011570 P0959-EXIT.
011580     EXIT.
011590
011600 P0955-FIX-TABLE-FULL.
011610     DISPLAY 'TAXRETRO - RATE TABLE FULL WITH RATEFIX ROWS - '
011620             'RAISE THE RATE TABLES AND RECOMPILE'
011630     PERFORM P0950-ABORT             THRU P0959-EXIT
011640     .
011650 P0958-EXIT.
011660     EXIT.
011670
011680* CONVERT A YYYYMMDD EFFECTIVE DATE TO THE SAME 'FYNN PNN' FORM
011690* BONUSHST IS STAMPED WITH (FISCAL YEAR BEGINS MARCH 1), AS BONUS
011700* P1600-CONV-EFF-DATE DOES.  A BLANK OR UNREADABLE DATE BECOMES
011710* LOW-VALUES, MEANING "IN EFFECT FROM INCEPTION".
011720 P1600-CONV-EFF-DATE.
011730     IF WS-CONV-DATE NOT NUMERIC
011740         MOVE LOW-VALUES TO WS-CONV-FISCAL
011750     ELSE
011760         MOVE WS-CONV-DATE (5:2) TO WS-CONV-MM
011770         MOVE WS-CONV-DATE (3:2) TO WS-CONV-YY
011780         IF WS-CONV-MM < 3
011790             COMPUTE WS-CONV-PP = WS-CONV-MM + 10
011800             IF WS-CONV-YY = ZERO
011810                 MOVE 99 TO WS-CONV-YY
011820             ELSE
011830                 SUBTRACT 1 FROM WS-CONV-YY
011840             END-IF
011850         ELSE
011860             COMPUTE WS-CONV-PP = WS-CONV-MM - 2
011870         END-IF
011880         MOVE 'FY'       TO WS-CONV-FISCAL (1:2)
011890         MOVE WS-CONV-YY TO WS-CONV-FISCAL (3:2)
011900         MOVE ' P'       TO WS-CONV-FISCAL (5:2)
011910         MOVE WS-CONV-PP TO WS-CONV-FISCAL (7:2)
011920     END-IF
011930     .
011940 P1699-EXIT.
011950     EXIT.
011960
011970* END OF PROGRAM
