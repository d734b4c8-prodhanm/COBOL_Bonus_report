001197*                      OF TAKING A DATA EXCEPTION, AND THE FIRST
001198*                      POSTING REWRITES THE RECORD IN THE NEW
001199*                      SHAPE.
001200*    2026-10-15  REF  DEPARTMENT BONUS POOLS.  THE RUN LOADS THE
001201*                      FISCAL YEAR'S POOLS FROM BUDMAST, PICKS UP
001202*                      EACH DEPARTMENT'S SPEND SO FAR THIS YEAR
001203*                      FROM BONUSHST DURING THE START-OF-RUN COUNT
001204*                      PASS, AND PRINTS A WARNING UNDER THE
001205*                      DEPARTMENT FOOTER ONCE THE YEAR'S SPEND
001206*                      PASSES THE POOL.  A NEW OPTIONAL RUN
001207*                      PARAMETER CARD (BONPARM) CAN INSTEAD SEND A
001208*                      BONUS THAT WOULD TAKE ITS DEPARTMENT PAST
001209*                      THE POOL TO SUSPENSE, WHERE IT WAITS FOR
001210*                      A RAISED POOL AND COMES BACK THROUGH THE
001211*                      EDITS ON A LATER RUN.
001212*    2026-10-15  REF  TRIAL RUN.  A 'T' IN THE BONPARM RUN MODE
001213*                      RUNS EVERY EDIT AND ALL THE TAX MATH AND
001214*                      PRINTS THE FULL REGISTER, BANNERED TRIAL -
001215*                      NOT POSTED, WITH THE WOULD-BE REJECTS
001216*                      LISTED ON THE REPORT.  NOTHING ELSE IS
001217*                      WRITTEN - BONUSYTD, BONUSHST, BONUSCTL, THE
001218*                      BANK AND CHECK FILES, THE JOURNAL, THE
001219*                      REMITTANCE, SUSPENSE AND THE EXCEPTION
001220*                      FILES ARE LEFT EXACTLY AS THEY WERE.
001221*    2026-10-15  REF  MULTIPLE COMPANIES.  EMPMAST, THE INPUT,
001222*                      BONUSHST AND BONUSYTD NOW CARRY A COMPANY
001223*                      CODE (BLANK READS AS 01).  INPUT MUST BE IN
001224*                      COMPANY/STATE/DEPT ORDER; A BONUS KEYED
001225*                      UNDER A COMPANY THAT IS NOT THE EMPLOYEE'S
001226*                      IS REJECTED REASON 10.  THE REPORT BREAKS
001227*                      ON COMPANY ABOVE STATE AND DEPARTMENT, AND
001228*                      DISBURSE, CHECKREQ AND GLJRNL CARRY ONE
001229*                      SELF-BALANCING SET PER COMPANY.
001230*    2026-10-15  REF  GROSS-UP.  TRANS TYPE 'G' KEYS THE NET THE
001231*                      EMPLOYEE IS TO RECEIVE; VALIDATION SOLVES
001232*                      FOR THE GROSS WHOSE FEDERAL, STATE, LOCAL,
001233*                      FICA AND MEDICARE LEAVE THAT NET TO THE
001234*                      PENNY, AND THAT GROSS IS WHAT THE RUN PAYS,
001235*                      POSTS AND JOURNALS.  THE REGISTER LINE SAYS
001236*                      GROSSED UP; A TARGET NO GROSS CAN REACH IS
001237*                      REJECTED REASON 11.  FICA AND MEDICARE MOVE
001238*                      TO THEIR OWN PARAGRAPH SO THE RUN AND THE
001239*                      SOLVE SHARE ONE COPY OF EVERY TAX RULE.
001240*    2026-10-15  REF  PAY ADVICE.  A NEW PRINT FILE, PAYADV, GETS
001241*                      ONE PAGE PER EMPLOYEE SETTLED THIS RUN -
001242*                      GROSS, EVERY TAX, EACH DEDUCTION BY PAYEE
001243*                      AND NET BESIDE THE BONUSYTD FIGURES, AND
001244*                      HOW THE NET WAS PAID (MASKED ACCOUNT, OR
001245*                      THE CHECK REQUEST).  THE PAY TABLE NOW
001246*                      SETTLES THE GROSS, TAXES AND DEDUCTIONS
001247*                      TOO; HELD AND REJECTED BONUSES GET NO
001248*                      ADVICE.
001249*    2026-10-15  REF  WITHHOLDING CORRECTIONS.  TRANS TYPES 'S'
001250*                      AND 'L' (WRITTEN BY TAXRETRO AFTER A STATE
001251*                      OR LOCALITY RATE IS CORRECTED) CARRY NO
001252*                      GROSS; THE SIGNED AMOUNT IS STATE OR LOCAL
001253*                      TAX CAUGHT UP OR REFUNDED, AND THE NET GOES
001254*                      THE OTHER WAY THROUGH BONUSYTD, BONUSHST,
001255*                      GLJRNL AND DISBURSE.  NO DEDUCTIONS, AND A
001256*                      TERMINATED EMPLOYEE STILL PASSES THE EDITS.
001257*
001160 ENVIRONMENT DIVISION.
001130 
001140 INPUT-OUTPUT SECTION.
001250     SELECT CHECK-REQ   ASSIGN TO CHECKREQ.
001252     SELECT GL-JOURNAL  ASSIGN TO GLJRNL.
001254     SELECT DEDUCT-IN   ASSIGN TO DEDUCTS.
001255     SELECT DED-REMIT   ASSIGN TO DEDREMIT.
001256     SELECT HOLD-IN     ASSIGN TO BONHOLD.
001257     SELECT PREN-SENT   ASSIGN TO PRENSENT.
001258     SELECT PAY-ADVICE  ASSIGN TO PAYADV.
001259     SELECT SUSP-IN     ASSIGN TO SUSPIN
001260             FILE STATUS IS WS-SUS-STATUS.
001261     SELECT SUSP-OUT    ASSIGN TO SUSPOUT.
001269             ACCESS MODE IS DYNAMIC
001270             RECORD KEY IS YTD-KEY
001271             FILE STATUS IS WS-YTD-STATUS.
001281     SELECT BUDGET-IN   ASSIGN TO BUDMAST
001291             FILE STATUS IS WS-BUD-STATUS.
001301     SELECT RUN-PARM    ASSIGN TO BONPARM
001311             FILE STATUS IS WS-PRM-STATUS.
001360 
001370 DATA DIVISION.
001380 FILE SECTION.
002008         88  EM-PRENOTE-FAILED           VALUE 'F'.
002010     05  EM-PRENOTE-AGE              PIC 9(2).
002011     05  EM-LOCALITY-CODE            PIC X(4).
002012     05  FILLER                      PIC X(5).
002013     05  EM-COMPANY-CODE             PIC X(2).
002020*
002030* INPUT-BONUS
002040*
002210     05  IN-TRANS-TYPE               PIC X.
002220         88  IN-ADJUSTMENT               VALUE 'A'.
002230         88  IN-NORMAL-BONUS             VALUE ' ', 'B'.
002235         88  IN-GROSS-UP                 VALUE 'G'.
002236         88  IN-STATE-CORRECTION         VALUE 'S'.
002237         88  IN-LOCAL-CORRECTION         VALUE 'L'.
002238         88  IN-TAX-CORRECTION           VALUE 'S', 'L'.
002240     05  IN-COMPANY-CODE             PIC X(2).
002241     05  IN-FILLER                   PIC X(1).
002250*
002260* OUT-REPORT
002270*
002920     05  BR-DEPT-CODE                PIC X(4).
002930     05  BR-EMP-NBR                  PIC X(5).
002940     05  BR-TRANS-TYPE               PIC X.
002950     05  BR-COMPANY-CODE             PIC X(2).
002951     05  BR-FILLER                   PIC X(1).
002960     05  BR-REASON-CODE              PIC X(2).
002970     05  BR-REASON-TEXT              PIC X(30).
002980     05  BR-AGE-RUNS                 PIC 9(2).
002990*
003000* DISBURSE - NET-PAY INTERFACE FILE FOR THE BANK PLATFORM.  ONE
003010* SET PER COMPANY, PAID FROM THAT COMPANY'S OWN ACCOUNT: A HEADER
003015* CARRYING THE COMPANY CODE, ONE DETAIL PER DIRECT-DEPOSIT
003020* PAYMENT, ONE TRAILER CARRYING PAYMENT COUNT AND TOTAL NET SO
003030* THE BANK CAN BALANCE EACH SET ON RECEIPT.
003040*
003050 FD  DISBURSE-OUT
003060     RECORDING MODE IS F
003110 01  DISB-REC                        PIC X(80).
003120*
003130* CHECKREQ - REQUEST LISTING FOR EMPLOYEES PAID BY PAPER CHECK.
003132* ONE SET PER COMPANY - A HEADING NAMING THE COMPANY, ITS LINES,
003134* AND A CHECK TOTALS LINE WITH THE SET'S COUNT AND AMOUNT.
003140*
003141 FD  CHECK-REQ
003142     RECORDING MODE IS F
003143     LABEL RECORDS ARE STANDARD
003144     RECORD CONTAINS 100 CHARACTERS
003145     BLOCK CONTAINS 0 RECORDS
003146     DATA RECORD IS CHECK-REC.
003147 01  CHECK-REC                       PIC X(100).
003148*
003149* GLJRNL - BALANCED JOURNAL-ENTRY EXTRACT FOR THE GENERAL LEDGER.
003150* ONE SET PER COMPANY, EVERY LINE CARRYING THE COMPANY CODE: ONE
003151* 'H' HEADER, ONE 'D' LINE PER ENTRY (BONUS EXPENSE DEBITS BY
003152* DEPARTMENT, WITHHOLDING LIABILITY CREDITS BY TAX TYPE, THE NET
003153* PAY CLEARING CREDIT), AND A 'T' TRAILER CARRYING THE PROVED
003154* DEBIT AND CREDIT TOTALS.  NO TRAILER MEANS DO NOT POST THAT
003155* COMPANY'S SET.
003156*
003157 FD  GL-JOURNAL
003158     RECORDING MODE IS F
003159     LABEL RECORDS ARE STANDARD
003160     RECORD CONTAINS 80 CHARACTERS
003161     BLOCK CONTAINS 0 RECORDS
003162     DATA RECORD IS GL-REC.
003163 01  GL-REC.
003164     05  GJ-REC-TYPE                 PIC X.
003165     05  FILLER                      PIC X.
003166     05  GJ-FISCAL                   PIC X(8).
003167     05  FILLER                      PIC X.
003168     05  GJ-ACCOUNT                  PIC X(8).
003169     05  FILLER                      PIC X.
003170     05  GJ-DEPT                     PIC X(4).
003171     05  FILLER                      PIC X.
003172     05  GJ-DR-CR                    PIC X(2).
003173     05  FILLER                      PIC X.
003174     05  GJ-AMOUNT                   PIC S9(9)V99.
003175     05  FILLER                      PIC X.
003176     05  GJ-DESC                     PIC X(24).
003177     05  FILLER                      PIC X.
003178     05  GJ-COMPANY-CODE             PIC X(2).
003179     05  FILLER                      PIC X(13).
003180*
003181* DEDUCTS - DEDUCTION ELECTIONS AND GARNISHMENT ORDERS, ONE
003182* RECORD PER DEDUCTION, IN EMPLOYEE NUMBER SEQUENCE WITH THE
003183* PRIORITY ORDER WITHIN EMPLOYEE.  A PERCENTAGE ROW CARRIES THE
003184* RATE, A FLAT ROW THE AMOUNT; A GARNISHMENT ('G') ALSO CARRIES
003185* THE ORDER'S CAP, WHICH ITS WITHHOLDING MAY NEVER EXCEED.
003186*
003187 FD  DEDUCT-IN
003188     RECORDING MODE IS F
003189     LABEL RECORDS ARE STANDARD
003190     RECORD CONTAINS 80 CHARACTERS
003191     BLOCK CONTAINS 0 RECORDS
003192     DATA RECORD IS DEDUCT-RECORD.
003193 01  DEDUCT-RECORD.
003194     05  DE-EMP-NBR                  PIC X(5).
003195     05  FILLER                      PIC X.
003196     05  DE-PRIORITY                 PIC 9(2).
003197     05  FILLER                      PIC X.
003198     05  DE-TYPE                     PIC X.
003199         88  DE-PERCENT-TYPE             VALUE 'P'.
003200         88  DE-FLAT-TYPE                VALUE 'F'.
003201     05  FILLER                      PIC X.
003202     05  DE-GARN-IND                 PIC X.
003203         88  DE-GARNISHMENT              VALUE 'G'.
003204     05  FILLER                      PIC X.
003205     05  DE-PCT-RATE                 PIC V9999.
003206     05  FILLER                      PIC X.
003207     05  DE-FLAT-AMT                 PIC 9(7)V99.
003208     05  FILLER                      PIC X.
003209     05  DE-CAP-AMT                  PIC 9(7)V99.
003210     05  FILLER                      PIC X.
003211     05  DE-PAYEE                    PIC X(20).
003212     05  FILLER                      PIC X(22).
003213*
003214* DEDREMIT - PER-PAYEE REMITTANCE REGISTER OF EVERYTHING THE RUN
003215* WITHHELD, FOR ACCOUNTS PAYABLE TO CUT THE REMITTANCE CHECKS.
003216*
003217 FD  DED-REMIT
003218     RECORDING MODE IS F
003219     LABEL RECORDS ARE STANDARD
003220     RECORD CONTAINS 80 CHARACTERS
003221     BLOCK CONTAINS 0 RECORDS
003222     DATA RECORD IS REMIT-REC.
003223 01  REMIT-REC                       PIC X(80).
003224*
003225* PAYADV - ONE PAY ADVICE PAGE PER EMPLOYEE SETTLED THIS RUN, FOR
003226* HR TO HAND OUT WITH THE DEPOSIT OR THE CHECK.  ONE RUN OF PAGES
003227* PER COMPANY, IN THE SAME ORDER AS DISBURSE AND CHECKREQ.
003228*
003229 FD  PAY-ADVICE
003230     RECORDING MODE IS F
003231     LABEL RECORDS ARE STANDARD
003232     RECORD CONTAINS 90 CHARACTERS
003233     BLOCK CONTAINS 0 RECORDS
003234     DATA RECORD IS ADVICE-REC.
003235 01  ADVICE-REC                      PIC X(90).
003236*
003237* BONHOLD - HR'S HOLD ROSTER, ONE RECORD PER EMPLOYEE UNDER
003238* DISPUTE.  'H' HOLDS THE EMPLOYEE'S BONUS IN SUSPENSE; 'R'
003239* RELEASES IT TO BE RE-PRESENTED (REMOVING THE RECORD RELEASES
003240* TOO).
003241*
003242 FD  HOLD-IN
003243     RECORDING MODE IS F
003244     LABEL RECORDS ARE STANDARD
003245     RECORD CONTAINS 80 CHARACTERS
003246     BLOCK CONTAINS 0 RECORDS
003247     DATA RECORD IS HOLD-RECORD.
003248 01  HOLD-RECORD.
003249     05  HD-EMP-NBR                  PIC X(5).
003250     05  FILLER                      PIC X.
003251     05  HD-STATUS                   PIC X.
003252         88  HD-ACTIVE-HOLD              VALUE 'H'.
003253         88  HD-RELEASED                 VALUE 'R'.
003254     05  FILLER                      PIC X.
003255     05  HD-REASON                   PIC X(30).
003256     05  FILLER                      PIC X(42).
003257*
003258* SUSPIN - LAST RUN'S SUSPENSE: HELD INPUT RECORDS STAMPED WITH
003259* THE FISCAL PERIOD THAT FIRST HELD THEM.  RE-PRESENTED THROUGH
003260* THE FULL EDITS ONCE RELEASED, RE-CARRIED TO SUSPOUT WHILE THE
003261* HOLD STANDS.  MISSING MEANS NOTHING HAS EVER BEEN HELD.
003262*
003263 FD  SUSP-IN
003264     RECORDING MODE IS F
003265     LABEL RECORDS ARE STANDARD
003266     RECORD CONTAINS 90 CHARACTERS
003267     BLOCK CONTAINS 0 RECORDS
003268     DATA RECORD IS SUSP-IN-REC.
003269 01  SUSP-IN-REC.
003270     05  SI-FISCAL                   PIC X(8).
003271     05  FILLER                      PIC X.
003272     05  SI-INPUT-IMAGE              PIC X(76).
003273     05  FILLER                      PIC X(5).
003274*
003275* SUSPOUT - THIS RUN'S SUSPENSE, SAME LAYOUT, TO REPLACE SUSPIN
003276* FOR THE NEXT RUN.
003277*
003278 FD  SUSP-OUT
003279     RECORDING MODE IS F
003280     LABEL RECORDS ARE STANDARD
003281     RECORD CONTAINS 90 CHARACTERS
003282     BLOCK CONTAINS 0 RECORDS
003283     DATA RECORD IS SUSP-OUT-REC.
003284 01  SUSP-OUT-REC.
003285     05  SO-FISCAL                   PIC X(8).
003286     05  FILLER                      PIC X.
003287     05  SO-INPUT-IMAGE              PIC X(76).
003288     05  FILLER                      PIC X(5).
003289*
003290* PRENSENT - ONE RECORD PER PRENOTE ACTUALLY SENT TO THE BANK
003291* THIS RUN, FISCAL-STAMPED.  THE PRENOTE PROGRAM VERIFIES ONLY
003292* ACCOUNTS IT CAN SEE HERE - PROOF THE TEST WENT OUT.
003293*
003294 FD  PREN-SENT
003295     RECORDING MODE IS F
003296     LABEL RECORDS ARE STANDARD
003297     RECORD CONTAINS 80 CHARACTERS
003298     BLOCK CONTAINS 0 RECORDS
003299     DATA RECORD IS PREN-SENT-REC.
003300 01  PREN-SENT-REC.
003301     05  PS-EMP-NBR                  PIC X(5).
003302     05  FILLER                      PIC X.
003303     05  PS-ROUTING                  PIC X(9).
003304     05  FILLER                      PIC X.
003305     05  PS-ACCOUNT                  PIC X(17).
003306     05  FILLER                      PIC X.
003307     05  PS-FISCAL                   PIC X(8).
003308     05  FILLER                      PIC X(38).
003309*
003310* BONUSCTL - ONE-RECORD RUN CONTROL.  'I' MEANS A RUN IS IN
003311* PROCESS (OR DIED); 'C' MEANS THE LAST RUN COMPLETED CLEANLY.
003312*
003313 FD  RUN-CONTROL
003314     RECORDING MODE IS F
003315     LABEL RECORDS ARE STANDARD
003316     RECORD CONTAINS 80 CHARACTERS
003317     BLOCK CONTAINS 0 RECORDS
003318     DATA RECORD IS CTL-REC.
003320 01  CTL-REC.
003330     05  CTL-FISCAL                  PIC X(8).
003340     05  FILLER                      PIC X.
003840     05  HS-MEDICARE                 PIC S9(9)V99 COMP-3.
003850     05  HS-NET                      PIC S9(9)V99 COMP-3.
003852     05  HS-LOCAL-TAX                PIC S9(9)V99 COMP-3.
003860     05  HS-COMPANY-CODE             PIC X(2).
003870*
003880* BONUSYTD - YEAR-TO-DATE BONUS TOTALS CARRIED FORWARD ACROSS
003890* MONTHLY RUNS, ONE RECORD PER EMPLOYEE, KEYED BY EMPLOYEE NUMBER.
004070     05  YTD-STATE-TAX               PIC S9(9)V99 COMP-3.
004080     05  YTD-FICA                   PIC S9(9)V99 COMP-3.
004090     05  YTD-MEDICARE               PIC S9(9)V99 COMP-3.
004091     05  YTD-NET                    PIC S9(9)V99 COMP-3.
004092     05  YTD-LOCAL-TAX              PIC S9(9)V99 COMP-3.
004093     05  YTD-COMPANY-CODE           PIC X(2).
004094     05  YTD-FILLER                 PIC X(1).
004095*
004096* BUDMAST - DEPARTMENT BONUS POOLS, ONE ROW PER DEPARTMENT PER
004097* FISCAL YEAR, MAINTAINED BY BUDMAINT.  ONLY THE RUN'S OWN FISCAL
004098* YEAR IS LOADED.
004099*
004100 FD  BUDGET-IN
004101     RECORDING MODE IS F
004102     LABEL RECORDS ARE STANDARD
004103     RECORD CONTAINS 80 CHARACTERS
004104     BLOCK CONTAINS 0 RECORDS
004105     DATA RECORD IS BM-REC.
004106 01  BM-REC.
004107     05  BM-DEPT-CODE                PIC X(4).
004108     05  FILLER                      PIC X.
004109     05  BM-FISCAL-YEAR              PIC X(4).
004110     05  FILLER                      PIC X.
004111     05  BM-BUDGET-AMT               PIC 9(9)V99.
004112     05  FILLER                      PIC X(59).
004113*
004114* BONPARM - OPTIONAL RUN PARAMETER CARD.  ABSENT OR BLANK, THE RUN
004115* TAKES THE DEFAULTS.  THE BUDGET ACTION IS 'W' (OR BLANK) TO WARN
004116* ON THE REPORT ONLY, 'S' TO SEND OVER-POOL BONUSES TO SUSPENSE.
004117* THE RUN MODE IS 'L' (OR BLANK) FOR A LIVE RUN THAT POSTS, 'T'
004118* FOR A TRIAL RUN THAT PRINTS THE REGISTER AND POSTS NOTHING.
004119*
004120 FD  RUN-PARM
004121     RECORDING MODE IS F
004122     LABEL RECORDS ARE STANDARD
004123     RECORD CONTAINS 80 CHARACTERS
004124     BLOCK CONTAINS 0 RECORDS
004125     DATA RECORD IS PARM-REC.
004126 01  PARM-REC.
004127     05  PM-BUDGET-ACTION            PIC X.
004128     05  FILLER                      PIC X.
004129     05  PM-RUN-MODE                 PIC X.
004130     05  FILLER                      PIC X(77).
004131 
004132 WORKING-STORAGE SECTION.
004140 
004150 01  TAX-TABLE-SWITCH               PIC X VALUE 'N'.
004160     88  END-OF-TAX-TABLE                 VALUE 'Y'.
004770     05  WS-FICA-WAGE-BASE      PIC 9(9)V99.
004780     05  WS-MEDICARE-RATE       PIC V9999.
004790
004791* THE GROSS-UP SOLVE.  THE SEARCH RUNS IN WHOLE CENTS OF GROSS
004792* BETWEEN THE TARGET NET ITSELF AND THE GROSS THE HIGHEST
004793* COMBINED RATE WOULD NEED, THEN COMBS A FEW CENTS EITHER SIDE
004794* OF WHERE IT LANDS, SINCE EACH TAX ROUNDS ON ITS OWN AND THE
004795* NET CAN STEP BY MORE THAN A PENNY.
004796 01  WS-GU-SOLVED-SW            PIC X VALUE 'N'.
004797     88  WS-GU-SOLVED               VALUE 'Y'.
004798 01  WS-GU-RATE-MAX             PIC 9V9(6) VALUE ZERO.
004799 01  WS-GU-LO-CENTS             PIC S9(11) COMP-3 VALUE ZERO.
004800 01  WS-GU-HI-CENTS             PIC S9(11) COMP-3 VALUE ZERO.
004801 01  WS-GU-MID-CENTS            PIC S9(11) COMP-3 VALUE ZERO.
004802 01  WS-GU-TRY-CENTS            PIC S9(11) COMP-3 VALUE ZERO.
004803 01  WS-GU-LAST-CENTS           PIC S9(11) COMP-3 VALUE ZERO.
004804 01  WS-GU-TARGET-ED            PIC Z,ZZZ,ZZ9.99.
004805
004806 01  WS-FED-EOF-SW              PIC X VALUE 'N'.
004810
004820* THE VALIDATED EMPLOYEE'S PAY PARTICULARS, CAPTURED FROM THE
004830* MASTER TABLE DURING VALIDATION FOR THE DISBURSEMENT EXTRACT.
004860 01  WS-EMP-ROUTING             PIC X(9).
004870 01  WS-EMP-ACCOUNT             PIC X(17).
004872 01  WS-EMP-PRENOTE             PIC X.
004873 01  WS-EMP-LOCALITY            PIC X(4).
004874 01  WS-EMP-COMPANY             PIC X(2).
004875
004876* HOW MANY EMP-TABLE SLOTS P1500-POP-EMP-TABLE ACTUALLY FILLED -
004877* THE PRENOTE SWEEP MUST NOT WANDER INTO THE UNLOADED TAIL.
004878 01  WS-EMP-LOADED              PIC 9(5) VALUE ZERO.
004880
004910* ONE SLOT PER EMPLOYEE PAID THIS RUN - NETS ACCUMULATE HERE
004920* (CLAWBACK ADJUSTMENTS INCLUDED) SO THE BANK SEES ONE PAYMENT
004930* PER EMPLOYEE, WRITTEN AT END OF JOB FROM THE SETTLED FIGURES.
004931* THE GROSS, TAXES AND DEDUCTIONS SETTLE ALONGSIDE, AND THE YTD
004932* FIGURES ARE THOSE LAST POSTED, FOR THE EMPLOYEE'S PAY ADVICE.
004940 01  PAY-TABLE.
004950     05  PAYMENTS OCCURS 5000 TIMES.
004960         10  PT-EMP-NBR         PIC X(5).
004980         10  PT-FIRST-NAME      PIC X(15).
004990         10  PT-MID-INIT        PIC X.
005000         10  PT-DEPT-CODE       PIC X(4).
005005         10  PT-COMPANY-CODE    PIC X(2).
005010         10  PT-PAY-METHOD      PIC X.
005020         10  PT-ROUTING         PIC X(9).
005030         10  PT-ACCOUNT         PIC X(17).
005032         10  PT-PRENOTE         PIC X.
005040         10  PT-NET             PIC S9(9)V99 COMP-3.
005041         10  PT-GROSS           PIC S9(9)V99 COMP-3.
005042         10  PT-FED-TAX         PIC S9(9)V99 COMP-3.
005043         10  PT-STATE-TAX       PIC S9(9)V99 COMP-3.
005044         10  PT-LOCAL-TAX       PIC S9(9)V99 COMP-3.
005045         10  PT-FICA            PIC S9(9)V99 COMP-3.
005046         10  PT-MEDICARE        PIC S9(9)V99 COMP-3.
005047         10  PT-DEDUCT          PIC S9(9)V99 COMP-3.
005048         10  PT-YTD-GROSS       PIC S9(9)V99 COMP-3.
005049         10  PT-YTD-FED-TAX     PIC S9(9)V99 COMP-3.
005050         10  PT-YTD-STATE-TAX   PIC S9(9)V99 COMP-3.
005051         10  PT-YTD-LOCAL-TAX   PIC S9(9)V99 COMP-3.
005052         10  PT-YTD-FICA        PIC S9(9)V99 COMP-3.
005053         10  PT-YTD-MEDICARE    PIC S9(9)V99 COMP-3.
005054         10  PT-YTD-NET         PIC S9(9)V99 COMP-3.
005055
005060 01  WS-PAY-EMP-COUNT           PIC 9(5) VALUE ZERO.
005070 01  WS-PAY-SLOT                PIC 9(5) VALUE ZERO.
005080 01  PAY-SUB                    PIC 9(5) VALUE ZERO.
005130     05  DH-FISCAL              PIC X(8).
005140     05  FILLER                 PIC X     VALUE SPACES.
005150     05  DH-DATE                PIC X(34).
005155     05  FILLER                 PIC X     VALUE SPACES.
005157     05  DH-COMPANY-CODE        PIC X(2).
005160     05  FILLER                 PIC X(32) VALUE SPACES.
005170
005180 01  DISB-DETAIL.
005190     05  FILLER                 PIC X     VALUE 'D'.
005350     05  DT-PAY-COUNT           PIC 9(7).
005360     05  FILLER                 PIC X     VALUE SPACES.
005370     05  DT-TOTAL-NET           PIC 9(11)V99.
005375     05  FILLER                 PIC X     VALUE SPACES.
005377     05  DT-COMPANY-CODE        PIC X(2).
005380     05  FILLER                 PIC X(54) VALUE SPACES.
005390
005400 01  CHECK-HEAD-1.
005410     05  FILLER                 PIC X(36) VALUE
005420         'CHECK REQUESTS - MONTHLY BONUS RUN '.
005430     05  CH-FISCAL              PIC X(8).
005432     05  FILLER                 PIC X(9)  VALUE ' COMPANY '.
005434     05  CH-COMPANY-CODE        PIC X(2).
005440
005450 01  CHECK-LINE.
005460     05  CK-EMP-NBR             PIC X(5).
005470     05  FILLER                 PIC X(2)  VALUE SPACES.
005471     05  CK-LAST-NAME           PIC X(20).
005472     05  FILLER                 PIC X(2)  VALUE SPACES.
005473     05  CK-FIRST-NAME          PIC X(15).
005474     05  FILLER                 PIC X(2)  VALUE SPACES.
005475     05  CK-MID-INIT            PIC X.
005476     05  FILLER                 PIC X(2)  VALUE SPACES.
005477     05  CK-DEPT-CODE           PIC X(4).
005478     05  FILLER                 PIC X(2)  VALUE SPACES.
005479     05  CK-NET                 PIC $$$,$$9.99-.
005480     05  FILLER                 PIC X(2)  VALUE SPACES.
005481     05  CK-NOTE                PIC X(11) VALUE 'PAPER CHECK'.
005482
005483* CLOSES EACH COMPANY'S CHECK REQUESTS WITH THE COUNT AND TOTAL
005484* OF THE LINES ABOVE IT, SO CHKISSUE CAN PROVE EACH SET.
005485 01  CHECK-TRAILER.
005486     05  FILLER                 PIC X(14) VALUE 'CHECK TOTALS  '.
005487     05  CX-COMPANY-CODE        PIC X(2).
005488     05  FILLER                 PIC X(2)  VALUE SPACES.
005489     05  CX-CHECK-COUNT         PIC 9(7).
005490     05  FILLER                 PIC X(2)  VALUE SPACES.
005491     05  CX-CHECK-NET           PIC 9(9)V99.
005492
005493* THE PAY ADVICE - ONE PAGE PER EMPLOYEE, THIS RUN'S FIGURES
005494* BESIDE THE YEAR TO DATE, EACH DEDUCTION BY PAYEE, AND HOW THE
005495* NET WENT.
005496 01  ADVICE-HEAD-1.
005497     05  FILLER                 PIC X(19) VALUE SPACES.
005498     05  FILLER                 PIC X(38) VALUE
005499         "MEL'S AMAZING SHOES - BONUS PAY ADVICE".
005500
005501 01  ADVICE-HEAD-2.
005502     05  FILLER                 PIC X(19) VALUE SPACES.
005503     05  FILLER                 PIC X(15) VALUE 'FISCAL PERIOD: '.
005504     05  AH-FISCAL              PIC X(8).
005505     05  FILLER                 PIC X(4)  VALUE SPACES.
005506     05  FILLER                 PIC X(9)  VALUE 'COMPANY: '.
005507     05  AH-COMPANY-CODE        PIC X(2).
005508
005509 01  ADVICE-HEAD-3.
005510     05  FILLER                 PIC X(19) VALUE SPACES.
005511     05  AH-DATE                PIC X(34).
005512
005513 01  ADVICE-EMP-LINE.
005514     05  FILLER                 PIC X(10) VALUE 'EMPLOYEE: '.
005515     05  AE-EMP-NBR             PIC X(5).
005516     05  FILLER                 PIC X(2)  VALUE SPACES.
005517     05  AE-LAST-NAME           PIC X(20).
005518     05  AE-FIRST-NAME          PIC X(15).
005519     05  AE-MID-INIT            PIC X.
005520     05  FILLER                 PIC X(2)  VALUE SPACES.
005521     05  FILLER                 PIC X(6)  VALUE 'DEPT: '.
005522     05  AE-DEPT-CODE           PIC X(4).
005523
005524 01  ADVICE-COL-HEAD.
005525     05  FILLER                 PIC X(28) VALUE SPACES.
005526     05  FILLER                 PIC X(12) VALUE 'THIS PAYMENT'.
005527     05  FILLER                 PIC X(6)  VALUE SPACES.
005528     05  FILLER                 PIC X(12) VALUE 'YEAR TO DATE'.
005529
005530 01  ADVICE-AMT-LINE.
005531     05  AA-LABEL               PIC X(25).
005532     05  AA-CURRENT             PIC $$$,$$$,$$9.99-.
005533     05  FILLER                 PIC X(3)  VALUE SPACES.
005534     05  AA-YTD                 PIC $$$,$$$,$$9.99-.
005535
005536* BONUSYTD KEEPS NO DEDUCTION BUCKET, SO A DEDUCTION LINE CARRIES
005537* THIS RUN'S AMOUNT ONLY.
005538 01  ADVICE-DED-LINE.
005539     05  AD-LABEL               PIC X(25).
005540     05  AD-AMOUNT              PIC $$$,$$$,$$9.99-.
005541
005542 01  ADVICE-PAID-LINE.
005543     05  FILLER                 PIC X(13) VALUE 'NET PAID BY: '.
005544     05  AP-PAID-BY             PIC X(70).
005545
005546* THE DEPOSIT ACCOUNT AS THE ADVICE SHOWS IT - EVERYTHING BUT THE
005547* LAST FOUR CHARACTERS STARRED OUT.
005548 01  WS-ADV-MASK                PIC X(17).
005549 01  WS-ADV-ACCT-LEN            PIC S9(4) COMP VALUE ZERO.
005550
005551* BONUS EXPENSE DEBITS SETTLE HERE BY COMPANY AND DEPARTMENT AS
005552* EACH DEPARTMENT BREAK FIRES - A DEPARTMENT SPLIT ACROSS STATES
005553* STILL LANDS IN ONE SLOT, SO EACH COMPANY'S LEDGER SEES ONE
005554* DEBIT PER DEPARTMENT FOR THE RUN.
005555 01  GL-DEPT-TABLE.
005556     05  GL-DEPTS OCCURS 200 TIMES.
005557         10  GD-COMPANY-CODE    PIC X(2).
005558         10  GD-DEPT-CODE       PIC X(4).
005559         10  GD-GROSS           PIC S9(9)V99 COMP-3.
005560
005561 01  WS-GL-DEPT-COUNT           PIC 9(3) VALUE ZERO.
005562 01  WS-GL-SLOT                 PIC 9(3) VALUE ZERO.
005563 01  GL-SUB                     PIC 9(3) VALUE ZERO.
005564
005565 01  WS-GL-DEBITS               PIC S9(11)V99 COMP-3 VALUE ZERO.
005566 01  WS-GL-CREDITS              PIC S9(11)V99 COMP-3 VALUE ZERO.
005567
005568 01  WS-GL-ERROR-SW             PIC X VALUE 'N'.
005569     88  WS-GL-ERROR                VALUE 'Y'.
005570
005571* ONE SLOT PER COMPANY ON THE EMPLOYEE MASTER, IN COMPANY CODE
005572* ORDER.  EACH COMPANY IS ITS OWN LEGAL ENTITY WITH ITS OWN BANK
005573* ACCOUNT AND LEDGER, SO ITS WITHHOLDING AND NET PAY SETTLE HERE
005574* AND DISBURSE, CHECKREQ AND GLJRNL CARRY ONE SELF-BALANCING SET
005575* PER COMPANY, IN THIS ORDER.
005576 01  COMPANY-TABLE.
005577     05  COMPANIES OCCURS 20 TIMES.
005578         10  CT-COMPANY-CODE    PIC X(2).
005579         10  CT-FED-TAX         PIC S9(11)V99 COMP-3.
005580         10  CT-STATE-TAX       PIC S9(11)V99 COMP-3.
005581         10  CT-LOCAL-TAX       PIC S9(11)V99 COMP-3.
005582         10  CT-FICA            PIC S9(11)V99 COMP-3.
005583         10  CT-MEDICARE        PIC S9(11)V99 COMP-3.
005584         10  CT-DEDUCT          PIC S9(11)V99 COMP-3.
005585         10  CT-NET             PIC S9(11)V99 COMP-3.
005586
005587 01  WS-CO-COUNT                PIC 9(3) VALUE ZERO.
005588 01  WS-CO-SLOT                 PIC 9(3) VALUE ZERO.
005589 01  CO-SUB                     PIC 9(3) VALUE ZERO.
005590 01  CO-SHIFT-SUB               PIC 9(3) VALUE ZERO.
005591 01  WS-FIND-CO-CODE            PIC X(2).
005592
005593* COUNTS AND TOTALS FOR THE COMPANY SET BEING WRITTEN, FOR ITS
005594* DISBURSE AND CHECKREQ TRAILERS.
005595 01  WS-SET-PAY-COUNT           PIC 9(7) VALUE ZERO.
005596 01  WS-SET-NET                 PIC S9(11)V99 COMP-3 VALUE ZERO.
005597 01  WS-SET-CHECK-COUNT         PIC 9(7) VALUE ZERO.
005598 01  WS-SET-CHECK-NET           PIC S9(11)V99 COMP-3 VALUE ZERO.
005599
005600 01  DED-FILE-SWITCH            PIC X VALUE 'N'.
005601     88  END-OF-DED-FILE            VALUE 'Y'.
005602
005603 01  WS-REMIT-ERROR-SW          PIC X VALUE 'N'.
005604     88  WS-REMIT-ERROR             VALUE 'Y'.
005605
005606* THE ELECTIONS, LOADED UP FRONT.  ENTRIES FOR ONE EMPLOYEE SIT
005607* IN FILE (PRIORITY) ORDER, SO A STRAIGHT SCAN APPLIES THEM IN
005608* PRIORITY ORDER WHEN THE NET RUNS SHORT.  WHAT EACH ELECTION
005609* ACTUALLY TOOK THIS RUN IS KEPT FOR THE PAY ADVICE.
005610 01  DED-TABLE.
005611     05  DEDUCTIONS OCCURS 200 TIMES.
005612         10  DN-EMP-NBR         PIC X(5).
005613         10  DN-PRIORITY        PIC 9(2).
005614         10  DN-TYPE            PIC X.
005615         10  DN-GARN-IND        PIC X.
005616         10  DN-PCT-RATE        PIC V9999.
005617         10  DN-FLAT-AMT        PIC 9(7)V99.
005618         10  DN-CAP-AMT         PIC 9(7)V99.
005619         10  DN-PAYEE           PIC X(20).
005620         10  DN-RUN-TAKEN       PIC S9(9)V99 COMP-3.
005621
005622 01  WS-DED-COUNT               PIC 9(3) VALUE ZERO.
005623 01  DED-SUB                    PIC 9(3) VALUE ZERO.
005624
005625* EVERYTHING WITHHELD THIS RUN SETTLES HERE BY PAYEE FOR THE
005626* REMITTANCE REGISTER.
005627 01  PAYEE-TABLE.
005628     05  PAYEES OCCURS 50 TIMES.
005629         10  PY-NAME            PIC X(20).
005630         10  PY-COUNT           PIC S9(7) COMP.
005631         10  PY-AMOUNT          PIC S9(11)V99 COMP-3.
005632
005633 01  WS-PAYEE-COUNT             PIC 9(3) VALUE ZERO.
005634 01  WS-PAYEE-SLOT              PIC 9(3) VALUE ZERO.
005635 01  PAYEE-SUB                  PIC 9(3) VALUE ZERO.
005636
005637 01  WS-DED-THIS-ONE            PIC S9(9)V99 VALUE ZERO.
005638 01  WS-NET-REMAINING           PIC S9(9)V99 VALUE ZERO.
005639
005640 01  REMIT-HEAD-1.
005641     05  FILLER                 PIC X(31) VALUE
005642         'DEDUCTION REMITTANCE REGISTER '.
005643     05  RH-FISCAL              PIC X(8).
005644
005645 01  REMIT-HEAD-2.
005646     05  FILLER                 PIC X(20) VALUE 'PAYEE'.
005647     05  FILLER                 PIC X(2)  VALUE SPACES.
005648     05  FILLER                 PIC X(5)  VALUE 'COUNT'.
005649     05  FILLER                 PIC X(6)  VALUE SPACES.
005650     05  FILLER                 PIC X(8)  VALUE 'WITHHELD'.
005651
005652 01  REMIT-LINE.
005653     05  RL-PAYEE               PIC X(20).
005654     05  FILLER                 PIC X(2)  VALUE SPACES.
005655     05  RL-COUNT               PIC ZZZZ9.
005656     05  FILLER                 PIC X(2)  VALUE SPACES.
005657     05  RL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
005658
005659 01  REMIT-TOTAL-LINE.
005660     05  FILLER                 PIC X(20) VALUE 'TOTAL WITHHELD'.
005661     05  FILLER                 PIC X(9)  VALUE SPACES.
005662     05  RT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
005663
005664 01  HOLD-FILE-SWITCH           PIC X VALUE 'N'.
005665     88  END-OF-HOLD-FILE           VALUE 'Y'.
005666
005667 01  WS-SUS-EOF-SW              PIC X VALUE 'N'.
005668     88  WS-SUS-EOF                 VALUE 'Y'.
005669
005670 01  WS-SUS-STATUS              PIC X(2) VALUE '00'.
005671     88  WS-SUS-FILE-NOT-FOUND      VALUE '35'.
005672
005673 01  WS-EMP-HELD-SW             PIC X VALUE 'N'.
005674     88  WS-EMP-HELD                VALUE 'Y'.
005675
005676 01  WS-HELD-REASON             PIC X(30).
005677 01  WS-SUSP-FISCAL             PIC X(8).
005678
005679* THE HOLD ROSTER, LOADED UP FRONT.  'H' HOLDS, ANYTHING ELSE
005680* (OR ABSENCE FROM THE ROSTER) LETS THE RECORD THROUGH.
005681 01  HOLD-TABLE.
005682     05  HOLDS OCCURS 200 TIMES.
005683         10  HT-EMP-NBR         PIC X(5).
005684         10  HT-STATUS          PIC X.
005685         10  HT-REASON          PIC X(30).
005686
005687 01  WS-HOLD-COUNT              PIC 9(3) VALUE ZERO.
005688 01  HOLD-SUB                   PIC 9(3) VALUE ZERO.
005689
005690* WHAT WAS HELD THIS RUN, FOR THE REPORT'S OWN SECTION.
005691 01  HELD-TABLE.
005692     05  HELD-ONES OCCURS 200 TIMES.
005693         10  HL-EMP-NBR         PIC X(5).
005694         10  HL-LAST-NAME       PIC X(20).
005695         10  HL-AMOUNT          PIC S9(7)V99 COMP-3.
005696         10  HL-REASON          PIC X(30).
005697
005698 01  WS-HELD-COUNT              PIC 9(3) VALUE ZERO.
005699 01  HELD-SUB                   PIC 9(3) VALUE ZERO.
005700
005701 01  HELD-HEAD-1.
005702     05  FILLER                 PIC X(38) VALUE
005711         'BONUSES HELD THIS RUN - SUSPENSE FOR '.
005712     05  HH-FISCAL              PIC X(8).
005713
005720     05  FILLER                 PIC X(2)  VALUE SPACES.
005721     05  HL-PRT-REASON          PIC X(30).
005722
005723* RUN PARAMETERS FROM BONPARM, DEFAULTED WHEN THE CARD IS ABSENT.
005724 01  WS-PRM-STATUS              PIC X(2) VALUE '00'.
005725     88  WS-PRM-FILE-NOT-FOUND      VALUE '35'.
005726
005727 01  WS-BUDGET-ACTION           PIC X VALUE 'W'.
005728     88  WS-BUDGET-WARN             VALUE 'W'.
005729     88  WS-BUDGET-SUSPEND          VALUE 'S'.
005730
005731 01  WS-RUN-MODE                PIC X VALUE 'L'.
005732     88  WS-LIVE-RUN                VALUE 'L'.
005733     88  WS-TRIAL-RUN               VALUE 'T'.
005734
005735* BONUSYTD IS ONLY OPENED INPUT ON A TRIAL RUN, AND NOT AT ALL IF
005736* IT HAS NEVER BEEN CREATED - A TRIAL RUN CREATES NOTHING.
005737 01  WS-YTD-OPEN-SW             PIC X VALUE 'N'.
005738     88  WS-YTD-OPEN                VALUE 'Y'.
005739
005740* A TRIAL RUN POSTS NOTHING TO BONUSYTD, SO THE FIGURES IT WOULD
005741* HAVE POSTED ARE KEPT HERE INSTEAD - AN EMPLOYEE'S SECOND DETAIL
005742* IN THE RUN THEN WITHHOLDS FROM THE SAME YTD A LIVE RUN WOULD.
005743 01  TRIAL-YTD-TABLE.
005744     05  TRIAL-YTDS OCCURS 5000 TIMES.
005745         10  TY-EMP-NBR         PIC X(5).
005746         10  TY-YTD-IMAGE       PIC X(86).
005747
005748 01  WS-TY-COUNT                PIC 9(5) VALUE ZERO.
005749 01  WS-TY-SLOT                 PIC 9(5) VALUE ZERO.
005750 01  TY-SUB                     PIC 9(5) VALUE ZERO.
005751
005752* WHAT A TRIAL RUN WOULD HAVE SENT TO BADBONUS, FOR THE REPORT.
005753 01  TRIAL-REJECT-TABLE.
005754     05  TRIAL-REJECTS OCCURS 200 TIMES.
005755         10  TR-EMP-NBR         PIC X(5).
005756         10  TR-LAST-NAME       PIC X(20).
005757         10  TR-AMOUNT          PIC S9(7)V99 COMP-3.
005758         10  TR-REASON-CODE     PIC X(2).
005759         10  TR-REASON-TEXT     PIC X(30).
005760
005761 01  WS-TRIAL-REJ-COUNT         PIC 9(3) VALUE ZERO.
005762 01  TRIAL-REJ-SUB              PIC 9(3) VALUE ZERO.
005763
005764 01  TRIAL-REJ-HEAD-1.
005765     05  FILLER                 PIC X(39) VALUE
005766         'WOULD-BE REJECTS - TRIAL, NOT POSTED - '.
005767     05  TJ-FISCAL              PIC X(8).
005768
005769 01  TRIAL-REJ-LINE.
005770     05  TJ-PRT-EMP-NBR         PIC X(5).
005771     05  FILLER                 PIC X(2)  VALUE SPACES.
005772     05  TJ-PRT-LAST-NAME       PIC X(20).
005773     05  FILLER                 PIC X(2)  VALUE SPACES.
005774     05  TJ-PRT-AMOUNT          PIC $$$,$$9.99-.
005775     05  FILLER                 PIC X(2)  VALUE SPACES.
005776     05  TJ-PRT-REASON-CODE     PIC X(2).
005777     05  FILLER                 PIC X(1)  VALUE SPACES.
005778     05  TJ-PRT-REASON-TEXT     PIC X(30).
005779
005780 01  WS-BUD-EOF-SW              PIC X VALUE 'N'.
005781     88  WS-BUD-EOF                 VALUE 'Y'.
005782
005783 01  WS-BUD-STATUS              PIC X(2) VALUE '00'.
005784     88  WS-BUD-FILE-NOT-FOUND      VALUE '35'.
005785
005786 01  WS-OVER-BUDGET-SW          PIC X VALUE 'N'.
005787     88  WS-OVER-BUDGET             VALUE 'Y'.
005788
005789* THE RUN'S FISCAL YEAR POOLS FROM BUDMAST.  BG-PRIOR-SPEND IS
005790* THE GROSS ALREADY ON BONUSHST FOR THE YEAR AT RUN START AND
005791* BG-RUN-SPEND WHAT THIS RUN HAS PAID SO FAR.  A DEPARTMENT WITH
005792* NO ROW HAS NO POOL AND IS NEVER WARNED OR HELD.
005793 01  BUDGET-TABLE.
005794     05  BUDGETS OCCURS 200 TIMES.
005795         10  BG-DEPT-CODE       PIC X(4).
005796         10  BG-POOL            PIC S9(11)V99 COMP-3.
005797         10  BG-PRIOR-SPEND     PIC S9(11)V99 COMP-3.
005798         10  BG-RUN-SPEND       PIC S9(11)V99 COMP-3.
005799
005800 01  WS-BUD-COUNT               PIC 9(3) VALUE ZERO.
005801 01  WS-BUD-SLOT                PIC 9(3) VALUE ZERO.
005802 01  BUD-SUB                    PIC 9(3) VALUE ZERO.
005803 01  WS-BUD-DEPT                PIC X(4) VALUE SPACES.
005804 01  WS-BUD-SPENT               PIC S9(11)V99 COMP-3 VALUE ZERO.
005600* ONE ENTRY PER INSTTAX RATE ROW - A STATE MAY OWN SEVERAL, EACH
005610* WITH ITS OWN EFFECTIVE DATE.  TAX-EFF-FISCAL IS FILLED IN AT
005620* LOAD TIME BY P1600-CONV-EFF-DATE SO RATE SELECTION IS A PLAIN
005882         10  ET-PRENOTE-STATUS  PIC X.
005884         10  ET-PRENOTE-AGE     PIC 9(2).
005886         10  ET-LOCALITY-CODE   PIC X(4).
005888         10  FILLER             PIC X(5).
005890         10  ET-COMPANY-CODE    PIC X(2).
005900
005910 01  WS-HOLD-ST-CODE            PIC X(2).
005920 
005930 01  WS-HOLD-DEPT-CODE          PIC X(4).
005935 
005937 01  WS-HOLD-CO-CODE            PIC X(2).
005940 
005950 01  WS-PRIOR-ST-CODE           PIC X(2) VALUE LOW-VALUES.
005960 
005970 01  WS-PRIOR-DEPT-CODE         PIC X(4) VALUE LOW-VALUES.
005975 
005977 01  WS-PRIOR-CO-CODE           PIC X(2) VALUE LOW-VALUES.
005980 
005990 01  WS-VALID-SW                PIC X VALUE 'Y'.
006000     88  WS-REC-VALID                 VALUE 'Y'.
006350     05 PR-DT-STATE-TAX        PIC ZZZ,ZZZ,ZZ9.99-.
006360     05 FILLER                 PIC X(4) VALUE SPACES.
006370     05 PR-DT-NET              PIC ZZZ,ZZZ,ZZ9.99-.
006371 
006372 01  FOOTER-COMPANY.
006373     05 FILLER                 PIC X(22) VALUE SPACES.
006374     05 FILLER                 PIC X(17) VALUE
006375        'TOTAL FOR COMPANY'.
006376     05 FILLER                 PIC X  VALUE ":".
006377     05 FILLER                 PIC X  VALUE SPACES.
006378     05 PR-CO-COMPANY-CODE     PIC X(2) VALUE " ".
006379     05 PR-CO-GROSS            PIC ZZZ,ZZZ,ZZ9.99-.
006380     05 FILLER                 PIC X(4) VALUE SPACES.
006381     05 PR-CO-FED-TAX          PIC ZZZ,ZZZ,ZZ9.99-.
006382     05 FILLER                 PIC X(4) VALUE SPACES.
006383     05 PR-CO-STATE-TAX        PIC ZZZ,ZZZ,ZZ9.99-.
006384     05 FILLER                 PIC X(4) VALUE SPACES.
006385     05 PR-CO-NET              PIC ZZZ,ZZZ,ZZ9.99-.
006386 
006387* PRINTED UNDER A DEPARTMENT FOOTER ONCE THE DEPARTMENT'S SPEND
006388* FOR THE FISCAL YEAR HAS PASSED ITS BUDMAST POOL.
006389 01  FOOTER-BUDGET.
006390     05 FILLER                 PIC X(22) VALUE SPACES.
006391     05 FILLER                 PIC X(25) VALUE
006392        '*** OVER BONUS POOL FOR: '.
006393     05 PR-BW-DEPT-CODE        PIC X(4) VALUE " ".
006394     05 FILLER                 PIC X(7) VALUE '  POOL '.
006395     05 PR-BW-POOL             PIC ZZZ,ZZZ,ZZ9.99-.
006396     05 FILLER                 PIC X(12) VALUE '  YTD SPENT '.
006397     05 PR-BW-SPENT            PIC ZZZ,ZZZ,ZZ9.99-.
006398     05 FILLER                 PIC X(10) VALUE '  OVER BY '.
006399     05 PR-BW-OVER             PIC ZZZ,ZZZ,ZZ9.99-.
006400 01  FOOTER-TWO.
006401     05 FILLER                 PIC X(17) VALUE "TOTAL FOR ALL :".
006410     05 FILLER                 PIC X(30) VALUE SPACES.
006420     05 PR-GR-GROSS            PIC ZZZ,ZZZ,ZZ9.99-.
006430     05 FILLER                 PIC X(4) VALUE SPACES.
006700     05  WS-PRIOR-YTD-GROSS    PIC S9(9)V99.
006710     05  WS-SUPP-ROOM          PIC S9(9)V99.
006720     05  WS-FICA-ROOM          PIC S9(9)V99.
006722     05  WS-PAY-GROSS          PIC S9(9)V99.
006724     05  WS-GU-TARGET          PIC S9(9)V99.
006730     05  WS-DELIM-GROSS        PIC 9(9).99-.
006740     05  WS-DELIM-FED-TAX      PIC 9(9).99-.
006750     05  WS-DELIM-STATE-TAX    PIC 9(9).99-.
006850     05  WS-DT-FED-TAX         PIC S9(9)V99 VALUE ZERO.
006860     05  WS-DT-STATE-TAX       PIC S9(9)V99 VALUE ZERO.
006870     05  WS-DT-NET             PIC S9(9)V99 VALUE ZERO.
006872     05  WS-CO-GROSS           PIC S9(9)V99 VALUE ZERO.
006874     05  WS-CO-FED-TAX         PIC S9(9)V99 VALUE ZERO.
006876     05  WS-CO-STATE-TAX       PIC S9(9)V99 VALUE ZERO.
006878     05  WS-CO-NET             PIC S9(9)V99 VALUE ZERO.
006880     05  WS-GR-GROSS           PIC S9(9)V99 VALUE ZERO.
006890     05  WS-GR-FED-TAX         PIC S9(9)V99 VALUE ZERO.
006900     05  WS-GR-STATE-TAX       PIC S9(9)V99 VALUE ZERO.
007200     05  FILLER            PIC X(45) VALUE SPACE.
007210     05  FILLER            PIC X(15) VALUE 'FISCAL PERIOD: '.
007220     05  HEAD-FISCAL       PIC X(8).
007221     05  FILLER            PIC X(4) VALUE SPACE.
007222     05  HEAD-RUN-MODE     PIC X(26) VALUE SPACE.
007230 
007240 01  HEADING-LINE-2.
007250     05  FILLER           PIC X(7) VALUE 'EMP NO'.
007603     05  W01-RELEASED     PIC S9(07) COMP  VALUE ZERO.
007605     05  W01-PRENOTE-COUNT PIC S9(07) COMP VALUE ZERO.
007610     05  W01-CHECK-COUNT  PIC S9(07) COMP  VALUE ZERO.
007612     05  W01-ADVICE-COUNT PIC S9(07) COMP  VALUE ZERO.
007615     05  W01-POOL-WARNINGS PIC S9(07) COMP VALUE ZERO.
007620     05  LINE-COUNT       PIC S9(2)        VALUE ZERO.
007630     05  PAGE-COUNT       PIC S9(4)        VALUE ZERO.
007640 
008030* CONTROL CHECK BELOW AS WELL AS BY THE PAGE HEADING.
008040     CALL 'DATETIME' USING HEAD-DATE HEAD-TIME HEAD-FISCAL
008050
008055     PERFORM P0210-READ-RUN-PARM      THRU P0219-EXIT
008057
008062* A TRIAL RUN NEVER TOUCHES BONUSCTL - IT POSTS NOTHING, SO IT
008067* NEITHER NEEDS THE LAST RUN TO HAVE FINISHED NOR MARKS ITSELF.
008072     IF WS-LIVE-RUN
008077         PERFORM P0230-CHECK-RUN-CONTROL  THRU P0239-EXIT
008082     END-IF
008087
008092     OPEN INPUT INPUT-BONUS
008097                STATE-TAX
008102                LOCL-TAX
008107                DEDUCT-IN
008112                HOLD-IN
008117                EMP-MASTER
008122          OUTPUT OUT-REPORT
008127
008132* EVERY FILE THE RUN POSTS TO IS OPENED ON A LIVE RUN ONLY.
008137     IF WS-LIVE-RUN
008142         OPEN OUTPUT OUT-DELIM
008147                     BAD-BONUS
008152                     OUT-BACKOUT
008157                     DISBURSE-OUT
008162                     CHECK-REQ
008167                     GL-JOURNAL
008172                     DED-REMIT
008177                     SUSP-OUT
008182                     PREN-SENT
008187                     PAY-ADVICE
008237     END-IF
008270
008275     PERFORM P0260-OPEN-SUSPENSE      THRU P0269-EXIT
008280     PERFORM P0250-OPEN-YTD           THRU P0259-EXIT
008285* THE POOLS MUST BE LOADED BEFORE THE HISTORY COUNT PASS, WHICH
008287* ALSO PICKS UP EACH DEPARTMENT'S SPEND SO FAR THIS YEAR.
008288     PERFORM P2400-LOAD-BUDGETS       THRU P2409-EXIT
008290     PERFORM P0255-OPEN-HISTORY       THRU P0256-EXIT
008300     PERFORM P0280-LOAD-FED-RATES     THRU P0289-EXIT
008310     IF WS-LIVE-RUN
008311         PERFORM P0245-MARK-RUN-STARTED   THRU P0246-EXIT
008312     END-IF
008320* PRIMING READS FOR THE RATE TABLES
008330     PERFORM P1200-READ-TABLE        THRU P1299-EXIT.
008335     PERFORM P1750-READ-LOCL         THRU P1759-EXIT.
008500     IF W02-IN-EOF-TRUE
008510         DISPLAY 'BONUS - NO INPUT TO PROCESS'
008520     END-IF
008521 
008522     .
008523 P0299-EXIT.
008524     EXIT.
008525* THE RUN PARAMETER CARD IS OPTIONAL - NO BONPARM (STATUS 35) OR
008526* AN EMPTY ONE TAKES THE DEFAULTS.  A CARD THAT IS THERE BUT
008527* UNREADABLE STOPS THE RUN BEFORE ANYTHING IS OPENED.
008528 P0210-READ-RUN-PARM.
008529     OPEN INPUT RUN-PARM
008530     IF WS-PRM-FILE-NOT-FOUND
008531         MOVE 'W' TO WS-BUDGET-ACTION
008532         MOVE 'L' TO WS-RUN-MODE
008533     ELSE
008534         IF WS-PRM-STATUS NOT = '00'
008535             DISPLAY 'BONUS - BONPARM OPEN FAILED, STATUS: '
008536                     WS-PRM-STATUS
008537             MOVE +16 TO RETURN-CODE
008538             GOBACK
008539         END-IF
008540         READ RUN-PARM
008541             AT END
008542                 MOVE SPACES TO PARM-REC
008543         END-READ
008544         CLOSE RUN-PARM
008545         IF PM-BUDGET-ACTION = SPACE
008546             MOVE 'W' TO WS-BUDGET-ACTION
008547         ELSE
008548             MOVE PM-BUDGET-ACTION TO WS-BUDGET-ACTION
008549         END-IF
008550         IF PM-RUN-MODE = SPACE
008551             MOVE 'L' TO WS-RUN-MODE
008552         ELSE
008553             MOVE PM-RUN-MODE TO WS-RUN-MODE
008554         END-IF
008555     END-IF
008556
008557     IF NOT WS-BUDGET-WARN AND NOT WS-BUDGET-SUSPEND
008558         DISPLAY 'BONUS - BONPARM BUDGET ACTION MUST BE W OR S: '
008559                 WS-BUDGET-ACTION
008560         MOVE +16 TO RETURN-CODE
008561         GOBACK
008562     END-IF
008563
008564     IF WS-BUDGET-SUSPEND
008565         DISPLAY 'BONUS - OVER-POOL BONUSES GO TO SUSPENSE'
008566     END-IF
008567
008568     IF NOT WS-LIVE-RUN AND NOT WS-TRIAL-RUN
008569         DISPLAY 'BONUS - BONPARM RUN MODE MUST BE L OR T: '
008570                 WS-RUN-MODE
008571         MOVE +16 TO RETURN-CODE
008572         GOBACK
008573     END-IF
008574
008575     IF WS-TRIAL-RUN
008576         DISPLAY 'BONUS - TRIAL RUN - NOTHING WILL BE POSTED'
008577         MOVE '*** TRIAL - NOT POSTED ***' TO HEAD-RUN-MODE
008578     END-IF
008579     .
008580 P0219-EXIT.
008581     EXIT.
008582* REFUSE TO START ON TOP OF A RUN THAT NEVER FINISHED - THE YTD
008583* POSTINGS ALREADY APPLIED BY THE DEAD RUN WOULD GO ON A SECOND
008590* TIME.  BONUSBKO BACKS THE PARTIAL POSTINGS OUT OF BONUSYTD AND
008600* CLEARS THE IN-PROCESS FLAG; THEN THIS JOB MAY BE RERUN.
008610 P0230-CHECK-RUN-CONTROL.
009310 P0246-EXIT.
009320     EXIT.
009330* THE RUN RAN TO END OF JOB - CLEAR THE IN-PROCESS FLAG SO THE
009340* NEXT RUN IS ALLOWED TO START.  A TRIAL RUN NEVER SET IT.
009350 P0270-MARK-RUN-COMPLETE.
009358     IF WS-LIVE-RUN
009366         OPEN I-O RUN-CONTROL
009374         READ RUN-CONTROL
009382             AT END
009390                 MOVE SPACES TO CTL-REC
009398         END-READ
009406         MOVE HEAD-FISCAL TO CTL-FISCAL
009414         MOVE 'C'         TO CTL-RUN-STATUS
009422         REWRITE CTL-REC
009430         CLOSE RUN-CONTROL
009438     END-IF
009450     .
009460 P0279-EXIT.
009470     EXIT.
009500* OPENING I-O.  ANY OTHER NON-ZERO STATUS IS A REAL I/O PROBLEM -
009510* ABORT RATHER THAN OPEN OUTPUT AND WIPE OUT THE EXISTING YTD DATA.
009520 P0250-OPEN-YTD.
009527     IF WS-TRIAL-RUN
009534         PERFORM P0252-OPEN-YTD-TRIAL THRU P0253-EXIT
009541     ELSE
009548         OPEN I-O BONUS-YTD
009555         IF WS-YTD-STATUS NOT = '00'
009562             IF WS-YTD-FILE-NOT-FOUND
009569                 OPEN OUTPUT BONUS-YTD
009576                 CLOSE BONUS-YTD
009583                 OPEN I-O BONUS-YTD
009590             ELSE
009597                 DISPLAY 'BONUS - BONUSYTD OPEN FAILED, STATUS: '
009604                         WS-YTD-STATUS
009611                 MOVE +16 TO RETURN-CODE
009618                 GOBACK
009625             END-IF
009632         END-IF
009639         MOVE 'Y' TO WS-YTD-OPEN-SW
009646     END-IF
009660     .
009670 P0259-EXIT.
009680     EXIT.
009681* A TRIAL RUN ONLY READS BONUSYTD.  IF THERE IS NONE YET IT IS
009682* NOT CREATED - EVERY EMPLOYEE SIMPLY STARTS THE YEAR AT ZERO.
009683 P0252-OPEN-YTD-TRIAL.
009684     OPEN INPUT BONUS-YTD
009685     IF WS-YTD-STATUS = '00'
009686         MOVE 'Y' TO WS-YTD-OPEN-SW
009687     ELSE
009688         IF NOT WS-YTD-FILE-NOT-FOUND
009689             DISPLAY 'BONUS - BONUSYTD OPEN FAILED, STATUS: '
009690                     WS-YTD-STATUS
009691             MOVE +16 TO RETURN-CODE
009692             GOBACK
009693         END-IF
009694     END-IF
009695     .
009696 P0253-EXIT.
009697     EXIT.
009698* THE HISTORY FILE ACCUMULATES ACROSS RUNS, SO IT IS EXTENDED,
009700* NOT REWRITTEN.  FIRST RUN EVER (STATUS 35) CREATES IT.  THE
009710* RECORD COUNT AS OF RUN START IS TAKEN FIRST - IT RIDES IN THE
009720* YTDBKOUT HEADER SO BONUSBKO CAN TRIM A DEAD RUN'S APPENDS
009880         END-IF
009890     END-IF
009900
009907* A TRIAL RUN TAKES THE COUNT PASS FOR THE POOL SPEND BUT NEVER
009914* OPENS THE FILE FOR OUTPUT.
009921     IF WS-LIVE-RUN
009928         OPEN EXTEND OUT-HISTORY
009935         IF WS-HST-STATUS NOT = '00'
009942             IF WS-HST-FILE-NOT-FOUND
009949                 OPEN OUTPUT OUT-HISTORY
009956             ELSE
009963                 DISPLAY 'BONUS - BONUSHST OPEN FAILED, STATUS: '
009970                         WS-HST-STATUS
009977                 MOVE +16 TO RETURN-CODE
009984                 GOBACK
009991             END-IF
009998         END-IF
010005     END-IF
010020     .
010030 P0256-EXIT.
010040     EXIT.
010090             MOVE 'Y' TO WS-HST-EOF-SW
010100         NOT AT END
010110             ADD 1 TO WS-HST-START-COUNT
010115             PERFORM P2430-POST-PRIOR-SPEND THRU P2439-EXIT
010120     END-READ
010130     .
010140 P0258-EXIT.
010460     EXIT.
010470* PERFORMING MATH FOR FEDERAL AND STATE TAX CALCULATIONS
010480 P0300-MATH-PROC.
010490     IF IN-COMPANY-CODE NOT EQUAL WS-HOLD-CO-CODE
010495             OR IN-STATE-CODE NOT EQUAL WS-HOLD-ST-CODE
010500             OR IN-DEPT-CODE NOT EQUAL WS-HOLD-DEPT-CODE
010510         PERFORM P1050-FOOTER-DEPT THRU P1059-EXIT
010520     END-IF
010530 
010540     IF IN-COMPANY-CODE NOT EQUAL WS-HOLD-CO-CODE
010545             OR IN-STATE-CODE NOT EQUAL WS-HOLD-ST-CODE
010550         PERFORM P1000-FOOTER-ONE THRU P1099-EXIT
010560     END-IF
010562
010564     IF IN-COMPANY-CODE NOT EQUAL WS-HOLD-CO-CODE
010566         PERFORM P1020-FOOTER-COMPANY THRU P1029-EXIT
010568     END-IF
010570 
010580     MOVE WS-PAY-GROSS  TO WS-GROSS
010590     MOVE SPACES        TO OR-MESSAGE
010600
010610* THE GRADUATED FEDERAL RATE AND THE FICA WAGE BASE BOTH TURN ON
010732
010734     PERFORM P0322-CALC-LOCAL-TAX THRU P0324-EXIT
010740
010750     PERFORM P0315-CALC-FICA-MEDI THRU P0318-EXIT
010752
010754* A WITHHOLDING CORRECTION HAS NO GROSS, SO EVERY TAX ABOVE CAME
010756* TO ZERO - ITS AMOUNT IS THE STATE OR LOCAL TAX ITSELF, AND THE
010758* NET MOVES THE OTHER WAY: A REFUND PAYS OUT, A CATCH-UP NETS
010760* AGAINST WHATEVER ELSE THE EMPLOYEE IS PAID THIS RUN.
010762     IF IN-STATE-CORRECTION
010764         MOVE IN-BONUS-AMT TO WS-STATE-TAX
010766     END-IF
010768     IF IN-LOCAL-CORRECTION
010770         MOVE IN-BONUS-AMT TO WS-LOCAL-TAX
010772     END-IF
010880
010890* AN ADJUSTMENT LINE IS FLAGGED UNMISTAKABLY - THE FLAG OUTRANKS
010900* THE EXEMPTION TEXTS, WHICH STILL SHOW AS ZERO TAX AMOUNTS.
010910     IF IN-ADJUSTMENT
010920         MOVE 'ADJUSTMENT - PRIOR BONUS BACKED OUT' TO OR-MESSAGE
010930     END-IF
010932     IF IN-GROSS-UP
010934         MOVE WS-GU-TARGET TO WS-GU-TARGET-ED
010936         MOVE SPACES       TO OR-MESSAGE
010938         STRING 'GROSSED UP TO NET ' WS-GU-TARGET-ED
010939             DELIMITED BY SIZE INTO OR-MESSAGE
010940     END-IF
010941     IF IN-STATE-CORRECTION
010942         MOVE 'STATE WITHHOLDING CORRECTION' TO OR-MESSAGE
010943     END-IF
010944     IF IN-LOCAL-CORRECTION
010945         MOVE 'LOCAL WITHHOLDING CORRECTION' TO OR-MESSAGE
010946     END-IF
010947
010950     MOVE WS-FED-TAX    TO OR-FED-TAX
010960     MOVE WS-STATE-TAX  TO OR-STATE-TAX
010965     MOVE WS-LOCAL-TAX  TO OR-LOCAL-TAX
010990
011000     SUBTRACT WS-FED-TAX, WS-STATE-TAX, WS-LOCAL-TAX,
011005         WS-FICA, WS-MEDICARE
011006         FROM WS-GROSS GIVING WS-NET
011007
011008* DEDUCTIONS COME OFF AFTER EVERY TAX - A CLAWBACK ADJUSTMENT
011009* TAKES NONE, IT ONLY BACKS OUT WHAT WAS PAID, AND NEITHER DOES
011010* A WITHHOLDING CORRECTION.
011011     MOVE ZEROES TO WS-DEDUCT-TOTAL
011012     IF NOT IN-ADJUSTMENT AND NOT IN-TAX-CORRECTION
011013         PERFORM P0325-CALC-DEDUCTIONS THRU P0326-EXIT
011017     END-IF
011018     MOVE WS-DEDUCT-TOTAL TO OR-DEDUCTS
011019
011020     MOVE WS-NET TO OR-NET
011030 
011040     ADD WS-GROSS      TO WS-DT-GROSS, WS-ST-GROSS, WS-GR-GROSS,
011050             WS-PG-GROSS, WS-CO-GROSS
011060     ADD WS-FED-TAX    TO WS-DT-FED-TAX, WS-ST-FED-TAX,
011070             WS-GR-FED-TAX, WS-PG-FED-TAX, WS-CO-FED-TAX
011080     ADD WS-STATE-TAX  TO WS-DT-STATE-TAX, WS-ST-STATE-TAX,
011090             WS-GR-STATE-TAX, WS-PG-STATE-TAX, WS-CO-STATE-TAX
011091     ADD WS-DEDUCT-TOTAL TO WS-GR-DEDUCT
011092     ADD WS-LOCAL-TAX  TO WS-GR-LOCAL-TAX
011093     ADD WS-FICA       TO WS-GR-FICA
011094     ADD WS-MEDICARE   TO WS-GR-MEDICARE
011100     ADD WS-NET        TO WS-DT-NET, WS-ST-NET, WS-GR-NET,
011110             WS-PG-NET, WS-CO-NET
011112
011114* THE COMPANY'S OWN LIABILITIES, FOR ITS JOURNAL - WS-CO-SLOT
011116* WAS SET WHEN P0350-VALIDATE-REC PROVED THE COMPANY.
011118     ADD WS-FED-TAX      TO CT-FED-TAX   (WS-CO-SLOT)
011120     ADD WS-STATE-TAX    TO CT-STATE-TAX (WS-CO-SLOT)
011122     ADD WS-LOCAL-TAX    TO CT-LOCAL-TAX (WS-CO-SLOT)
011124     ADD WS-FICA         TO CT-FICA      (WS-CO-SLOT)
011126     ADD WS-MEDICARE     TO CT-MEDICARE  (WS-CO-SLOT)
011128     ADD WS-DEDUCT-TOTAL TO CT-DEDUCT    (WS-CO-SLOT)
011129     ADD WS-NET          TO CT-NET       (WS-CO-SLOT)
011132     .
011135 P0399-EXIT.
011140     EXIT.
011150* FETCH THE EMPLOYEE'S YTD RECORD AHEAD OF THE TAX MATH.  THE
011160* RECORD STAYS IN THE BUFFER FOR P0370-ACCUM-YTD TO POST AND PUT
011180 P0305-GET-YTD.
011190     MOVE IN-EMP-NBR TO YTD-EMP-NBR
011200
011202* A TRIAL RUN LOOKS FIRST AT WHAT IT WOULD ALREADY HAVE POSTED
011204* FOR THE EMPLOYEE THIS RUN, THEN AT THE FILE (IF THERE IS ONE).
011206     MOVE ZEROES TO WS-TY-SLOT
011208     IF WS-TRIAL-RUN
011210         PERFORM P0306-FIND-TRIAL-YTD THRU P0307-EXIT
011212     END-IF
011214
011216     EVALUATE TRUE
011218         WHEN WS-TY-SLOT > ZERO
011220             MOVE TY-YTD-IMAGE (WS-TY-SLOT) TO YTD-REC
011222             MOVE '00' TO WS-YTD-STATUS
011224         WHEN WS-YTD-OPEN
011226             READ BONUS-YTD
011228                 INVALID KEY
011230                     MOVE ZEROES TO YTD-GROSS YTD-FED-TAX
011232                                     YTD-STATE-TAX YTD-LOCAL-TAX
011234                                     YTD-FICA YTD-MEDICARE YTD-NET
011236             END-READ
011238         WHEN OTHER
011240             MOVE '23' TO WS-YTD-STATUS
011242             MOVE ZEROES TO YTD-GROSS YTD-FED-TAX YTD-STATE-TAX
011244                             YTD-LOCAL-TAX YTD-FICA YTD-MEDICARE
011246                             YTD-NET
011248     END-EVALUATE
011251
011252* A RECORD WRITTEN BEFORE THE LOCAL BUCKET EXISTED STILL CARRIES
011253* ITS OLD FILLER THERE - NOT PACKED DATA.  READ IT AS ZERO, AND
011280     .
011290 P0309-EXIT.
011300     EXIT.
011301
011302 P0306-FIND-TRIAL-YTD.
011303     PERFORM P0301-SCAN-TRIAL-YTD THRU P0302-EXIT
011304         VARYING TY-SUB FROM 1 BY 1
011305         UNTIL TY-SUB > WS-TY-COUNT
011306             OR WS-TY-SLOT > ZERO
011307     .
011308 P0307-EXIT.
011309     EXIT.
011310
011311 P0301-SCAN-TRIAL-YTD.
011312     IF TY-EMP-NBR (TY-SUB) = IN-EMP-NBR
011313         MOVE TY-SUB TO WS-TY-SLOT
011314     END-IF
011315     .
011316 P0302-EXIT.
011317     EXIT.
011318* GRADUATED SUPPLEMENTAL WITHHOLDING FROM THE FEDTAX FACTORS -
011320* THE LOW RATE UNTIL THE EMPLOYEE'S YTD GROSS PASSES THE ANNUAL
011330* THRESHOLD, THE HIGH RATE FROM THERE ON.  A BONUS THAT STRADDLES
011340* THE LINE IS SPLIT AND EACH PIECE TAXED AT ITS OWN RATE.
011520     .
011530 P0319-EXIT.
011540     EXIT.
011541* FICA STOPS AT THE ANNUAL WAGE BASE; MEDICARE NEVER DOES.
011542 P0315-CALC-FICA-MEDI.
011543     MOVE ZEROES TO WS-FICA
011544     COMPUTE WS-FICA-ROOM =
011545         WS-FICA-WAGE-BASE - WS-PRIOR-YTD-GROSS
011546     IF WS-FICA-ROOM GREATER THAN ZERO
011547         IF WS-GROSS NOT GREATER THAN WS-FICA-ROOM
011548             COMPUTE WS-FICA ROUNDED = WS-GROSS * WS-FICA-RATE
011549         ELSE
011550             COMPUTE WS-FICA ROUNDED =
011551                 WS-FICA-ROOM * WS-FICA-RATE
011552         END-IF
011553     END-IF
011554     COMPUTE WS-MEDICARE ROUNDED = WS-GROSS * WS-MEDICARE-RATE
011555     .
011556 P0318-EXIT.
011557     EXIT.
011558* APPLY THE STATE RATE PICKED OUT BY P0330-FIND-STATE-RATE DURING
011560* VALIDATION - THE RATE ROW IN EFFECT FOR THE RUN'S FISCAL PERIOD.
011570* P0350-VALIDATE-REC ALREADY REJECTS ANY RECORD WITH NO RATE ROW
011580* IN EFFECT BEFORE THIS PARAGRAPH CAN EVER RUN.
011751         IF WS-DED-THIS-ONE > ZERO
011752             ADD WS-DED-THIS-ONE      TO WS-DEDUCT-TOTAL
011753             SUBTRACT WS-DED-THIS-ONE FROM WS-NET-REMAINING
011754             ADD WS-DED-THIS-ONE TO DN-RUN-TAKEN (DED-SUB)
011755             PERFORM P0331-POST-PAYEE THRU P0332-EXIT
011756         END-IF
011757     END-IF
011758     .
011759 P0328-EXIT.
011760     EXIT.
011761* THE WITHHELD AMOUNT SETTLES INTO ITS PAYEE'S REGISTER SLOT.
011762 P0331-POST-PAYEE.
011763     MOVE ZEROES TO WS-PAYEE-SLOT
011764     PERFORM P0333-FIND-PAYEE-SLOT THRU P0334-EXIT
011765         VARYING PAYEE-SUB FROM 1 BY 1
011766         UNTIL PAYEE-SUB > WS-PAYEE-COUNT
011767             OR WS-PAYEE-SLOT > ZERO
011768
011769     IF WS-PAYEE-SLOT = ZEROES
011770         IF WS-PAYEE-COUNT NOT LESS THAN 50
011771             DISPLAY 'BONUS - MORE THAN 50 DEDUCTION PAYEES - '
011772                     'REMITTANCE REGISTER INCOMPLETE'
011773             MOVE 'Y' TO WS-REMIT-ERROR-SW
011774         ELSE
011775             ADD 1 TO WS-PAYEE-COUNT
011776             MOVE WS-PAYEE-COUNT TO WS-PAYEE-SLOT
011777             MOVE DN-PAYEE (DED-SUB) TO PY-NAME   (WS-PAYEE-SLOT)
011778             MOVE ZEROES             TO PY-COUNT  (WS-PAYEE-SLOT)
011779                                        PY-AMOUNT (WS-PAYEE-SLOT)
011780         END-IF
011781     END-IF
011782
011783     IF WS-PAYEE-SLOT GREATER THAN ZEROES
011784         ADD 1               TO PY-COUNT  (WS-PAYEE-SLOT)
011785         ADD WS-DED-THIS-ONE TO PY-AMOUNT (WS-PAYEE-SLOT)
011786     END-IF
011787     .
011788 P0332-EXIT.
011789     EXIT.
011790
011791 P0333-FIND-PAYEE-SLOT.
011792     IF PY-NAME (PAYEE-SUB) = DN-PAYEE (DED-SUB)
011793         MOVE PAYEE-SUB TO WS-PAYEE-SLOT
011794     END-IF
011795     .
011796 P0334-EXIT.
011797     EXIT.
011710* SCAN TAX-TABLE FOR THE RATE ROW IN EFFECT FOR THIS STATE - THE
011720* ROW WITH THE LATEST EFFECTIVE FISCAL PERIOD THAT IS NOT BEYOND
011730* THE RUN'S OWN (HEAD-FISCAL).  ROWS DATED IN THE FUTURE SIT ON
012020* AND PICK UP THE RUNNING YTD FIGURES FOR THE REPORT LINE.
012030 P0370-ACCUM-YTD.
012040
012048* LOG THE PRIOR IMAGE (OR JUST THE KEY, FOR A RECORD ADDED THIS
012056* RUN) TO YTDBKOUT BEFORE THE RECORD IS TOUCHED, SO BONUSBKO CAN
012064* PUT BONUSYTD BACK THE WAY IT WAS IF THIS RUN DIES PARTWAY.  A
012072* TRIAL RUN CHANGES NOTHING, SO IT HAS NOTHING TO LOG.
012080     IF WS-LIVE-RUN
012088         IF WS-YTD-NOT-FOUND
012096             MOVE 'D'            TO BK-ACTION
012104             MOVE SPACES         TO BK-IMAGE
012112             MOVE YTD-EMP-NBR    TO BK-IMAGE (1:5)
012120         ELSE
012128             MOVE 'R'            TO BK-ACTION
012136             MOVE YTD-REC        TO BK-IMAGE
012144         END-IF
012152         WRITE BACKOUT-REC
012160     END-IF
012170
012180     MOVE IN-LAST-NAME           TO YTD-LAST-NAME
012190     MOVE IN-FIRST-NAME          TO YTD-FIRST-NAME
012200     MOVE IN-MID-INIT            TO YTD-MID-INIT
012205     MOVE IN-COMPANY-CODE        TO YTD-COMPANY-CODE
012210
012220     ADD WS-GROSS     TO YTD-GROSS
012230     ADD WS-FED-TAX   TO YTD-FED-TAX
012260     ADD WS-MEDICARE  TO YTD-MEDICARE
012270     ADD WS-NET       TO YTD-NET
012280
012286     IF WS-TRIAL-RUN
012292         PERFORM P0375-SAVE-TRIAL-YTD THRU P0376-EXIT
012298     ELSE
012304         IF WS-YTD-NOT-FOUND
012310             WRITE YTD-REC
012316         ELSE
012322             REWRITE YTD-REC
012328         END-IF
012334     END-IF
012340
012350     MOVE YTD-GROSS TO OR-YTD-GROSS
012360     ADD YTD-FED-TAX, YTD-STATE-TAX, YTD-LOCAL-TAX,
012361         YTD-FICA, YTD-MEDICARE
012362         GIVING WS-YTD-TAX
012363     MOVE WS-YTD-TAX TO OR-YTD-TAX
012364     MOVE YTD-NET   TO OR-YTD-NET
012365     .
012366 P0379-EXIT.
012367     EXIT.
012368* THE FIGURES A TRIAL RUN WOULD HAVE POSTED, HELD FOR THE
012369* EMPLOYEE'S NEXT DETAIL IN THIS RUN - SEE P0305-GET-YTD.
012370 P0375-SAVE-TRIAL-YTD.
012371     IF WS-TY-SLOT = ZERO
012372         IF WS-TY-COUNT LESS THAN 5000
012373             ADD 1 TO WS-TY-COUNT
012374             MOVE WS-TY-COUNT TO WS-TY-SLOT
012375             MOVE IN-EMP-NBR  TO TY-EMP-NBR (WS-TY-SLOT)
012376         ELSE
012377             DISPLAY 'BONUS - MORE THAN 5000 EMPLOYEES IN TRIAL '
012378                     '- LATER YTD FIGURES UNDERSTATED'
012379         END-IF
012380     END-IF
012381
012382     IF WS-TY-SLOT > ZERO
012383         MOVE YTD-REC TO TY-YTD-IMAGE (WS-TY-SLOT)
012384     END-IF
012385     .
012386 P0376-EXIT.
012387     EXIT.
012388* SOLVE A GROSS-UP: THE SMALLEST GROSS WHOSE TAXES, FIGURED BY
012389* THE SAME PARAGRAPHS THE PAYING PASS USES, LEAVE EXACTLY THE
012390* KEYED NET.  THE GROSS CAN ONLY LIE BETWEEN THE NET ITSELF AND
012391* THE GROSS THE HIGHEST COMBINED RATE WOULD NEED (PLUS A DOLLAR
012392* FOR ROUNDING), SO THAT RANGE IS HALVED DOWN TO A PENNY AND THE
012393* CENTS AROUND THE LANDING POINT COMBED FOR AN EXACT NET.  THE
012394* GROSS FOUND GOES TO WS-PAY-GROSS; NONE FOUND LEAVES
012395* WS-GU-SOLVED OFF.
012396 P0380-SOLVE-GROSS-UP.
012397     MOVE 'N'          TO WS-GU-SOLVED-SW
012398     MOVE IN-BONUS-AMT TO WS-GU-TARGET
012399
012400* THE GRADUATED FEDERAL RATE AND THE FICA WAGE BASE BOTH TURN ON
012401* THE EMPLOYEE'S YTD GROSS, JUST AS WHEN THE BONUS IS PAID.
012402     PERFORM P0305-GET-YTD THRU P0309-EXIT
012403
012404     COMPUTE WS-GU-RATE-MAX = WS-FICA-RATE + WS-MEDICARE-RATE
012405     IF IN-FED-EXEMPT-IND NOT = 'Y'
012406         IF WS-SUPP-RATE-HIGH > WS-SUPP-RATE-LOW
012407             ADD WS-SUPP-RATE-HIGH TO WS-GU-RATE-MAX
012408         ELSE
012409             ADD WS-SUPP-RATE-LOW  TO WS-GU-RATE-MAX
012410         END-IF
012411     END-IF
012412     IF IN-STATE-EXEMPT-IND NOT = 'Y'
012413         ADD WS-SEL-RATE TO WS-GU-RATE-MAX
012414     END-IF
012415     IF WS-EMP-LOCALITY NOT = SPACES
012416         ADD WS-SEL-LOCL-RATE TO WS-GU-RATE-MAX
012417     END-IF
012418
012419* RATES THAT TAKE A DOLLAR OR MORE OF EVERY DOLLAR LEAVE NO NET.
012420     IF WS-GU-RATE-MAX < 1
012421         COMPUTE WS-GU-LO-CENTS = WS-GU-TARGET * 100
012422         COMPUTE WS-GU-HI-CENTS =
012423             WS-GU-LO-CENTS / (1 - WS-GU-RATE-MAX) + 100
012424         MOVE WS-GU-LO-CENTS TO WS-GU-TRY-CENTS
012425         PERFORM P0382-NET-AT-TRY THRU P0383-EXIT
012426         IF WS-NET = WS-GU-TARGET
012427             MOVE 'Y'      TO WS-GU-SOLVED-SW
012428             MOVE WS-GROSS TO WS-PAY-GROSS
012429         ELSE
012430             MOVE WS-GU-HI-CENTS TO WS-GU-TRY-CENTS
012431             PERFORM P0382-NET-AT-TRY THRU P0383-EXIT
012432             IF WS-NET NOT LESS THAN WS-GU-TARGET
012433                 PERFORM P0384-HALVE-RANGE THRU P0385-EXIT
012434                     UNTIL WS-GU-HI-CENTS - WS-GU-LO-CENTS NOT > 1
012435                 COMPUTE WS-GU-MID-CENTS  = WS-GU-HI-CENTS - 10
012436                 COMPUTE WS-GU-LAST-CENTS = WS-GU-HI-CENTS + 10
012437                 PERFORM P0386-COMB-CENTS THRU P0387-EXIT
012438                     VARYING WS-GU-TRY-CENTS FROM WS-GU-MID-CENTS
012439                     BY 1
012440                     UNTIL WS-GU-TRY-CENTS > WS-GU-LAST-CENTS
012441                         OR WS-GU-SOLVED
012442             END-IF
012443         END-IF
012444     END-IF
012445     .
012446 P0389-EXIT.
012447     EXIT.
012448* THE NET, BEFORE DEDUCTIONS, THAT A GROSS OF WS-GU-TRY-CENTS
012449* WOULD LEAVE AFTER EVERY TAX.
012450 P0382-NET-AT-TRY.
012451     COMPUTE WS-GROSS = WS-GU-TRY-CENTS / 100
012452
012453     IF IN-FED-EXEMPT-IND = 'Y'
012454         MOVE ZEROES TO WS-FED-TAX
012455     ELSE
012456         PERFORM P0310-CALC-FED-TAX THRU P0319-EXIT
012457     END-IF
012458     PERFORM P0320-CALC-STATE-TAX   THRU P0329-EXIT
012459     PERFORM P0322-CALC-LOCAL-TAX   THRU P0324-EXIT
012460     PERFORM P0315-CALC-FICA-MEDI   THRU P0318-EXIT
012461
012462     SUBTRACT WS-FED-TAX, WS-STATE-TAX, WS-LOCAL-TAX,
012463         WS-FICA, WS-MEDICARE
012464         FROM WS-GROSS GIVING WS-NET
012465     .
012466 P0383-EXIT.
012467     EXIT.
012468* THE LOW END ALWAYS NETS SHORT OF THE TARGET AND THE HIGH END
012469* ALWAYS REACHES IT - KEEP WHICHEVER HALF STILL STRADDLES IT.
012470 P0384-HALVE-RANGE.
012471     COMPUTE WS-GU-MID-CENTS =
012472         (WS-GU-LO-CENTS + WS-GU-HI-CENTS) / 2
012473     MOVE WS-GU-MID-CENTS TO WS-GU-TRY-CENTS
012474     PERFORM P0382-NET-AT-TRY THRU P0383-EXIT
012475     IF WS-NET < WS-GU-TARGET
012476         MOVE WS-GU-MID-CENTS TO WS-GU-LO-CENTS
012477     ELSE
012478         MOVE WS-GU-MID-CENTS TO WS-GU-HI-CENTS
012479     END-IF
012480     .
012481 P0385-EXIT.
012482     EXIT.
012483
012484 P0386-COMB-CENTS.
012485     PERFORM P0382-NET-AT-TRY THRU P0383-EXIT
012486     IF WS-NET = WS-GU-TARGET
012487         MOVE 'Y'      TO WS-GU-SOLVED-SW
012488         MOVE WS-GROSS TO WS-PAY-GROSS
012489     END-IF
012490     .
012491 P0387-EXIT.
012492     EXIT.
012493 
012494* IF EVERY RECORD IN THE RUN WAS REJECTED, WS-HOLD-ST-CODE/
012495* WS-HOLD-DEPT-CODE AND THE ACCUMULATORS WERE NEVER SEEDED - SKIP
012496* THE FOOTERS RATHER THAN PRINT TOTALS FOR A STATE/DEPT THAT NEVER
012497* ACTUALLY RAN.
012498 P0400-WRAP-UP.
012499 
012500     IF NOT WS-FIRST-GOOD-REC
012510         PERFORM P1050-FOOTER-DEPT       THRU P1059-EXIT
012520         PERFORM P1000-FOOTER-ONE        THRU P1099-EXIT
012525         PERFORM P1020-FOOTER-COMPANY    THRU P1029-EXIT
012530         IF LINE-COUNT > 5
012540             PERFORM P1070-PAGE-TOTAL    THRU P1079-EXIT
012550         END-IF
012585         PERFORM P2300-WRITE-HELD-SECTION THRU P2399-EXIT
012586     END-IF
012587
012591* A TRIAL RUN LISTS WHAT IT WOULD HAVE SENT TO BADBONUS.
012595     IF WS-TRIAL-REJ-COUNT GREATER THAN ZERO
012599         PERFORM P2350-WRITE-TRIAL-REJECTS THRU P2359-EXIT
012603     END-IF
012607
012611     IF WS-TRIAL-RUN
012615         MOVE "*** END OF REPORT - TRIAL - NOT POSTED ***"
012619             TO OUT-REPT-REC
012623     ELSE
012627         MOVE "*** END OF REPORT ***" TO OUT-REPT-REC
012631     END-IF
012635     WRITE OUT-REPT-REC
012639
012640* AN EMPMAST THAT LOADED NO COMPANY STILL GETS ONE EMPTY SET, FOR
012641* COMPANY 01 - THE BANK AND CHKISSUE BOTH EXPECT A PROVED SET.
012642     IF WS-CO-COUNT = ZERO
012643         MOVE '01' TO WS-FIND-CO-CODE
012644         PERFORM P1550-POST-COMPANY THRU P1559-EXIT
012645     END-IF
012646
012647* THE SETTLED PAYMENTS, THE PRENOTE SWEEP AND THE JOURNAL GO
012648* OUT NOW, ONE SELF-BALANCING SET PER COMPANY IN COMPANY ORDER.
012649* A TRIAL RUN STOPS AT THE REPORT.
012659     IF WS-LIVE-RUN
012663         PERFORM P2500-WRITE-COMPANY-SET THRU P2599-EXIT
012667             VARYING CO-SUB FROM 1 BY 1
012671             UNTIL CO-SUB > WS-CO-COUNT
012715
012719         PERFORM P2200-WRITE-REMIT      THRU P2299-EXIT
012723     END-IF
012727
012731     CLOSE INPUT-BONUS
012735           OUT-REPORT
012739           STATE-TAX
012743           LOCL-TAX
012747           DEDUCT-IN
012751           EMP-MASTER
012755           HOLD-IN
012759     PERFORM P0980-CLOSE-POSTING     THRU P0989-EXIT
012801
012802* SUSPIN IS ONLY OPEN WHEN LAST RUN LEFT ONE BEHIND.
012803     IF NOT WS-SUS-FILE-NOT-FOUND
012870     DISPLAY 'RECORDS REJECTED  : ' W01-REC-REJECTED
012880     DISPLAY 'PAYMENTS TO BANK  : ' W01-PAY-COUNT
012885     DISPLAY 'PRENOTES TO BANK  : ' W01-PRENOTE-COUNT
012887     DISPLAY 'PAPER CHECK REQS  : ' W01-CHECK-COUNT
012889     DISPLAY 'PAY ADVICES       : ' W01-ADVICE-COUNT
012891     DISPLAY 'SUSPENSE BROUGHT  : ' W01-SUSP-IN
012892     DISPLAY 'RELEASED FOR PAY  : ' W01-RELEASED
012893     DISPLAY 'HELD TO SUSPENSE  : ' W01-HELD-COUNT
012894     DISPLAY 'POOL WARNINGS     : ' W01-POOL-WARNINGS
012895     IF WS-TRIAL-RUN
012896         DISPLAY 'BONUS - TRIAL RUN - NOTHING WAS POSTED'
012897     END-IF
012900 
012905* EVERY RECORD READ - MAIN INPUT AND RE-PRESENTED SUSPENSE -
012906* MUST LAND AS PAID, REJECTED OR HELD.
013003* GOES TO SUSPENSE AHEAD OF EVERY OTHER EDIT AND WAITS THERE
013004* FOR ITS RELEASE.
013005     PERFORM P0640-CHECK-HOLD     THRU P0649-EXIT
013006     MOVE HEAD-FISCAL TO WS-SUSP-FISCAL
013007
013008     IF WS-EMP-HELD
013009         PERFORM P0645-WRITE-SUSPENSE THRU P0647-EXIT
013010     ELSE
013011         PERFORM P0610-PROCESS-ONE THRU P0619-EXIT
013017     EXIT.
013018* ONE INPUT RECORD THROUGH THE FULL EDIT-AND-PAY PIPELINE - RUN
013019* FROM THE MAIN LOOP AND AGAIN FOR EVERY SUSPENSE RECORD A
013020* RELEASE BRINGS BACK.  A GOOD RECORD THAT WOULD TAKE ITS
013021* DEPARTMENT PAST THE POOL UNDER BUDGET ACTION 'S' GOES TO
013022* SUSPENSE UNDER THE FISCAL STAMP THE CALLER STAGED.
013023 P0610-PROCESS-ONE.
013024
013025     PERFORM P0350-VALIDATE-REC   THRU P0359-EXIT
013026
013027     IF WS-REC-VALID
013028         PERFORM P2440-CHECK-BUDGET THRU P2449-EXIT
013029     END-IF
013030
013040     EVALUATE TRUE
013045         WHEN WS-REC-INVALID
013050             PERFORM P0360-WRITE-BAD-REC THRU P0369-EXIT
013052         WHEN WS-OVER-BUDGET
013053             MOVE 'OVER DEPARTMENT BONUS POOL' TO WS-HELD-REASON
013054             PERFORM P0645-WRITE-SUSPENSE THRU P0647-EXIT
013060         WHEN OTHER
013070             IF WS-FIRST-GOOD-REC
013075                 MOVE IN-COMPANY-CODE TO WS-HOLD-CO-CODE
013080                 MOVE IN-STATE-CODE  TO WS-HOLD-ST-CODE
013090                 MOVE IN-DEPT-CODE   TO WS-HOLD-DEPT-CODE
013100                 MOVE 'N'            TO WS-FIRST-GOOD-SW
013110             END-IF
013120             PERFORM P0300-MATH-PROC     THRU P0399-EXIT
013130             PERFORM P0370-ACCUM-YTD     THRU P0379-EXIT
013135             PERFORM P2450-POST-RUN-SPEND THRU P2459-EXIT
013140             MOVE IN-EMP-NBR             TO OR-EMP-NBR
013150             MOVE IN-LAST-NAME           TO OR-LAST-NAME
013160             MOVE IN-FIRST-NAME          TO OR-FIRST-NAME
013170             MOVE IN-MID-INIT             TO OR-MID-INIT
013180             MOVE WS-HOLD-ST-CODE        TO OR-STATE-CODE
013190             MOVE WS-HOLD-DEPT-CODE      TO OR-DEPT-CODE
013200             MOVE WS-GROSS               TO OR-BONUS-AMT
013210             PERFORM P0800-WRITE-GOOD   THRU P0899-EXIT
013220             IF WS-LIVE-RUN
013225                 PERFORM P0850-WRITE-DELIM  THRU P0859-EXIT
013230                 PERFORM P0860-WRITE-HISTORY THRU P0869-EXIT
013235             END-IF
013240             PERFORM P0870-POST-PAYMENT THRU P0879-EXIT
013250             ADD 1 TO LINE-COUNT
013260             IF LINE-COUNT = 45
013270                 PERFORM P1070-PAGE-TOTAL THRU P1079-EXIT
013280                 PERFORM P0500-HEADING  THRU P0599-EXIT
013290             END-IF
013300     END-EVALUATE
013310     .
013330 P0619-EXIT.
013331     EXIT.
013332* IS THE EMPLOYEE ON ACTIVE HOLD?  ONLY AN 'H' ROSTER ENTRY
013333* HOLDS - A RELEASE OR AN ABSENT ENTRY LETS THE RECORD THROUGH.
013334 P0640-CHECK-HOLD.
013335     MOVE 'N'    TO WS-EMP-HELD-SW
013336     MOVE SPACES TO WS-HELD-REASON
013337
013338     PERFORM P0642-SCAN-HOLD THRU P0643-EXIT
013339         VARYING HOLD-SUB FROM 1 BY 1
013340         UNTIL HOLD-SUB > WS-HOLD-COUNT
013341             OR WS-EMP-HELD
013342     .
013343 P0649-EXIT.
013344     EXIT.
013345
013346 P0642-SCAN-HOLD.
013347     IF HT-EMP-NBR (HOLD-SUB) = IN-EMP-NBR
013348             AND HT-STATUS (HOLD-SUB) = 'H'
013349         MOVE 'Y' TO WS-EMP-HELD-SW
013350         MOVE HT-REASON (HOLD-SUB) TO WS-HELD-REASON
013351     END-IF
013352     .
013353 P0643-EXIT.
013354     EXIT.
013355* THE HELD RECORD GOES TO SUSPENSE UNTOUCHED, STAMPED WITH THE
013356* FISCAL PERIOD THE CALLER STAGED - THIS RUN'S FOR A FRESH HOLD,
013357* THE ORIGINAL ONE FOR A RECORD RE-CARRIED FROM LAST RUN - AND
013358* JOINS THE RUN REPORT'S OWN HELD SECTION.  A TRIAL RUN LISTS IT
013359* IN THE HELD SECTION ONLY.
013360 P0645-WRITE-SUSPENSE.
013361     IF WS-LIVE-RUN
013362         MOVE SPACES         TO SUSP-OUT-REC
013363         MOVE WS-SUSP-FISCAL TO SO-FISCAL
013364         MOVE INPUT-RECORD   TO SO-INPUT-IMAGE
013365         WRITE SUSP-OUT-REC
013366     END-IF
013367     ADD 1 TO W01-HELD-COUNT
013368
013369     IF WS-HELD-COUNT LESS THAN 200
013370         ADD 1 TO WS-HELD-COUNT
013371         MOVE IN-EMP-NBR      TO HL-EMP-NBR   (WS-HELD-COUNT)
013372         MOVE IN-LAST-NAME    TO HL-LAST-NAME (WS-HELD-COUNT)
013373         MOVE IN-BONUS-AMT    TO HL-AMOUNT    (WS-HELD-COUNT)
013374         MOVE WS-HELD-REASON  TO HL-REASON    (WS-HELD-COUNT)
013375     ELSE
013376         DISPLAY 'BONUS - MORE THAN 200 HELD THIS RUN - '
013377                 'HELD SECTION INCOMPLETE'
013378     END-IF
013379     .
013380 P0647-EXIT.
013381     EXIT.
013382* ONE SUSPENSE RECORD FROM LAST RUN - STILL HELD, IT CARRIES
013383* FORWARD WITH ITS ORIGINAL FISCAL STAMP; RELEASED, IT COMES
013384* BACK THROUGH THE FULL EDITS AS IF KEYED FRESH.
013385 P0680-RECYCLE-SUSPENSE.
013386     MOVE SI-INPUT-IMAGE TO INPUT-RECORD
013387     ADD 1 TO W01-SUSP-IN
013388* A RECORD SUSPENDED BEFORE COMPANIES WERE CARRIED BELONGS TO 01.
013389     IF IN-COMPANY-CODE = SPACES
013390         MOVE '01' TO IN-COMPANY-CODE
013391     END-IF
013392
013393     PERFORM P0640-CHECK-HOLD THRU P0649-EXIT
013394     MOVE SI-FISCAL TO WS-SUSP-FISCAL
013395
013396     IF WS-EMP-HELD
013397         PERFORM P0645-WRITE-SUSPENSE THRU P0647-EXIT
013398     ELSE
013399         ADD 1 TO W01-RELEASED
013400         PERFORM P0610-PROCESS-ONE THRU P0619-EXIT
013403     END-IF
013404
013405     PERFORM P0685-READ-SUSPENSE THRU P0686-EXIT
013370* FIRST FAILING RULE WINS AND SETS THE REJECT REASON.
013380 P0350-VALIDATE-REC.
013390     MOVE 'Y' TO WS-VALID-SW
013395     MOVE IN-BONUS-AMT TO WS-PAY-GROSS
013396* A WITHHOLDING CORRECTION PAYS NO GROSS - ITS AMOUNT IS TAX.
013397     IF IN-TAX-CORRECTION
013398         MOVE ZEROES TO WS-PAY-GROSS
013399     END-IF
013400 
013410     IF NOT IN-ADJUSTMENT AND NOT IN-NORMAL-BONUS
013415             AND NOT IN-GROSS-UP AND NOT IN-TAX-CORRECTION
013420         MOVE 'N'  TO WS-VALID-SW
013430         MOVE '08' TO WS-REJECT-REASON-CODE
013440         MOVE 'INVALID TRANS TYPE' TO WS-REJECT-REASON-TEXT
013450     END-IF
013460
013470* A NORMAL BONUS MUST STILL BE POSITIVE - ONLY AN ADJUSTMENT MAY
013480* CARRY A NEGATIVE (CLAWBACK) AMOUNT, AND EVEN THEN NOT ZERO.  A
013485* WITHHOLDING CORRECTION IS A REFUND (NEGATIVE) OR A CATCH-UP.
013490     IF WS-REC-VALID
013500         IF IN-ADJUSTMENT OR IN-TAX-CORRECTION
013510             IF IN-BONUS-AMT = ZERO
013520                 MOVE 'N'  TO WS-VALID-SW
013530                 MOVE '07' TO WS-REJECT-REASON-CODE
014084                     TO WS-EMP-PRENOTE
014086                 MOVE ET-LOCALITY-CODE (EM-IDX)
014088                     TO WS-EMP-LOCALITY
014089                 MOVE ET-COMPANY-CODE (EM-IDX)
014090                     TO WS-EMP-COMPANY
014091* A FORMER EMPLOYEE IS STILL OWED (OR OWES) A CORRECTION TO
014092* WHAT WAS WITHHELD WHILE ON THE PAYROLL.
014093                 IF ET-STATUS (EM-IDX) NOT = 'A'
014094                         AND NOT IN-TAX-CORRECTION
014100                     MOVE 'N'  TO WS-VALID-SW
014110                     MOVE '06' TO WS-REJECT-REASON-CODE
014120                     MOVE 'EMPLOYEE TERMINATED' TO
014173             END-IF
014174         END-IF
014175     END-IF
014176
014177* EACH COMPANY PAYS ONLY ITS OWN PEOPLE - A BONUS KEYED UNDER A
014178* COMPANY THE EMPLOYEE DOES NOT BELONG TO WOULD BE PAID FROM THE
014179* WRONG BANK ACCOUNT AND WITHHELD UNDER THE WRONG REGISTRATIONS.
014180     IF WS-REC-VALID
014181         IF IN-COMPANY-CODE NOT = WS-EMP-COMPANY
014182             MOVE 'N'  TO WS-VALID-SW
014183             MOVE '10' TO WS-REJECT-REASON-CODE
014184             MOVE 'NOT THE EMPLOYEE''S COMPANY' TO
014185                 WS-REJECT-REASON-TEXT
014186         ELSE
014187             MOVE WS-EMP-COMPANY TO WS-FIND-CO-CODE
014188             PERFORM P1560-FIND-COMPANY THRU P1569-EXIT
014189         END-IF
014190     END-IF
014191
014192* A GROSS-UP PAYS WHATEVER GROSS LEAVES ITS KEYED NET AFTER EVERY
014193* TAX.  THE SOLVE NEEDS THE RATES AND LOCALITY PROVED ABOVE, SO
014194* IT COMES LAST; A NET NO GROSS LANDS ON TO THE PENNY IS REJECTED.
014195     IF WS-REC-VALID
014196         IF IN-GROSS-UP
014197             PERFORM P0380-SOLVE-GROSS-UP THRU P0389-EXIT
014198             IF NOT WS-GU-SOLVED
014199                 MOVE 'N'  TO WS-VALID-SW
014200                 MOVE '11' TO WS-REJECT-REASON-CODE
014201                 MOVE 'NO GROSS REACHES TARGET NET' TO
014202                     WS-REJECT-REASON-TEXT
014203             END-IF
014204         END-IF
014205     END-IF
014206     .
014207 P0359-EXIT.
014208     EXIT.
014209* AN INVALID RECORD IS WRITTEN TO THE BADBONUS EXCEPTION FILE
014210* INSTEAD OF BEING CARRIED INTO THE REPORT.  A TRIAL RUN KEEPS IT
014212* FOR THE WOULD-BE REJECTS SECTION OF THE REPORT INSTEAD.
014215 P0360-WRITE-BAD-REC.
014218     IF WS-TRIAL-RUN
014221         PERFORM P0365-KEEP-TRIAL-REJECT THRU P0366-EXIT
014224     ELSE
014230         MOVE IN-STATE-CODE          TO BR-STATE-CODE
014240         MOVE IN-LAST-NAME           TO BR-LAST-NAME
014250         MOVE IN-FIRST-NAME          TO BR-FIRST-NAME
014260         MOVE IN-MID-INIT            TO BR-MID-INIT
014270         MOVE IN-BONUS-AMT           TO BR-BONUS-AMT
014280         MOVE IN-FED-EXEMPT-IND      TO BR-FED-EXEMPT-IND
014290         MOVE IN-STATE-EXEMPT-IND    TO BR-STATE-EXEMPT-IND
014300         MOVE IN-DEPT-CODE           TO BR-DEPT-CODE
014310         MOVE IN-EMP-NBR             TO BR-EMP-NBR
014320         MOVE IN-TRANS-TYPE          TO BR-TRANS-TYPE
014325         MOVE IN-COMPANY-CODE        TO BR-COMPANY-CODE
014330         MOVE WS-REJECT-REASON-CODE  TO BR-REASON-CODE
014340         MOVE WS-REJECT-REASON-TEXT  TO BR-REASON-TEXT
014350         MOVE ZEROES                 TO BR-AGE-RUNS
014360         WRITE BAD-REC
014365     END-IF
014370     ADD 1 TO W01-REC-REJECTED
014380     .
014390 P0369-EXIT.
014400     EXIT.
014401
014402 P0365-KEEP-TRIAL-REJECT.
014403     IF WS-TRIAL-REJ-COUNT LESS THAN 200
014404         ADD 1 TO WS-TRIAL-REJ-COUNT
014405         MOVE IN-EMP-NBR    TO TR-EMP-NBR     (WS-TRIAL-REJ-COUNT)
014406         MOVE IN-LAST-NAME  TO TR-LAST-NAME   (WS-TRIAL-REJ-COUNT)
014407         MOVE IN-BONUS-AMT  TO TR-AMOUNT      (WS-TRIAL-REJ-COUNT)
014408         MOVE WS-REJECT-REASON-CODE
014409                            TO TR-REASON-CODE (WS-TRIAL-REJ-COUNT)
014410         MOVE WS-REJECT-REASON-TEXT
014411                            TO TR-REASON-TEXT (WS-TRIAL-REJ-COUNT)
014412     ELSE
014413         DISPLAY 'BONUS - MORE THAN 200 REJECTS THIS TRIAL - '
014414                 'REJECTS SECTION INCOMPLETE'
014415     END-IF
014416     .
014417 P0366-EXIT.
014418     EXIT.
014419 
014420 P0800-WRITE-GOOD.
014430 
014440     IF LINE-COUNT = 4
015050     MOVE IN-STATE-CODE (1:2)    TO HS-STATE-CODE
015060     MOVE IN-DEPT-CODE           TO HS-DEPT-CODE
015070     MOVE IN-TRANS-TYPE          TO HS-TRANS-TYPE
015075     MOVE IN-COMPANY-CODE        TO HS-COMPANY-CODE
015080     MOVE WS-GROSS               TO HS-GROSS
015090     MOVE WS-FED-TAX             TO HS-FED-TAX
015100     MOVE WS-STATE-TAX           TO HS-STATE-TAX
015320         MOVE WS-PAY-EMP-COUNT TO WS-PAY-SLOT
015330         MOVE IN-EMP-NBR       TO PT-EMP-NBR   (WS-PAY-SLOT)
015340         MOVE ZEROES           TO PT-NET       (WS-PAY-SLOT)
015342                                  PT-GROSS     (WS-PAY-SLOT)
015343                                  PT-FED-TAX   (WS-PAY-SLOT)
015344                                  PT-STATE-TAX (WS-PAY-SLOT)
015345                                  PT-LOCAL-TAX (WS-PAY-SLOT)
015346                                  PT-FICA      (WS-PAY-SLOT)
015347                                  PT-MEDICARE  (WS-PAY-SLOT)
015348                                  PT-DEDUCT    (WS-PAY-SLOT)
015350     END-IF
015360
015370     MOVE IN-LAST-NAME      TO PT-LAST-NAME  (WS-PAY-SLOT)
015380     MOVE IN-FIRST-NAME     TO PT-FIRST-NAME (WS-PAY-SLOT)
015390     MOVE IN-MID-INIT       TO PT-MID-INIT   (WS-PAY-SLOT)
015400     MOVE IN-DEPT-CODE      TO PT-DEPT-CODE  (WS-PAY-SLOT)
015405     MOVE IN-COMPANY-CODE   TO PT-COMPANY-CODE (WS-PAY-SLOT)
015410     MOVE WS-EMP-PAY-METHOD TO PT-PAY-METHOD (WS-PAY-SLOT)
015420     MOVE WS-EMP-ROUTING    TO PT-ROUTING    (WS-PAY-SLOT)
015430     MOVE WS-EMP-ACCOUNT    TO PT-ACCOUNT    (WS-PAY-SLOT)
015435     MOVE WS-EMP-PRENOTE    TO PT-PRENOTE    (WS-PAY-SLOT)
015440     ADD  WS-NET            TO PT-NET        (WS-PAY-SLOT)
015441     ADD  WS-GROSS          TO PT-GROSS      (WS-PAY-SLOT)
015442     ADD  WS-FED-TAX        TO PT-FED-TAX    (WS-PAY-SLOT)
015443     ADD  WS-STATE-TAX      TO PT-STATE-TAX  (WS-PAY-SLOT)
015444     ADD  WS-LOCAL-TAX      TO PT-LOCAL-TAX  (WS-PAY-SLOT)
015445     ADD  WS-FICA           TO PT-FICA       (WS-PAY-SLOT)
015446     ADD  WS-MEDICARE       TO PT-MEDICARE   (WS-PAY-SLOT)
015447     ADD  WS-DEDUCT-TOTAL   TO PT-DEDUCT     (WS-PAY-SLOT)
015448
015449* P0370-ACCUM-YTD HAS JUST POSTED THIS DETAIL, SO THE RECORD IN
015450* THE BUFFER IS THE EMPLOYEE'S YEAR TO DATE AS OF THIS PAYMENT.
015451     MOVE YTD-GROSS         TO PT-YTD-GROSS     (WS-PAY-SLOT)
015452     MOVE YTD-FED-TAX       TO PT-YTD-FED-TAX   (WS-PAY-SLOT)
015453     MOVE YTD-STATE-TAX     TO PT-YTD-STATE-TAX (WS-PAY-SLOT)
015454     MOVE YTD-LOCAL-TAX     TO PT-YTD-LOCAL-TAX (WS-PAY-SLOT)
015455     MOVE YTD-FICA          TO PT-YTD-FICA      (WS-PAY-SLOT)
015456     MOVE YTD-MEDICARE      TO PT-YTD-MEDICARE  (WS-PAY-SLOT)
015457     MOVE YTD-NET           TO PT-YTD-NET       (WS-PAY-SLOT)
015458     .
015460 P0879-EXIT.
015470     EXIT.
015480
015570* WHOSE RUN NETS TO ZERO OR BELOW (A CLAWBACK, OR A WASH) IS
015580* DISBURSED NOWHERE.  A PAPER-CHECK EMPLOYEE, OR ANY EMPLOYEE
015590* WITH NO ROUTING NUMBER ON THE MASTER, FALLS OUT TO THE
015600* CHECK-REQUEST LISTING INSTEAD OF THE BANK FILE.  ONLY THE
015605* COMPANY IN CO-SUB IS WRITTEN - SEE P2500-WRITE-COMPANY-SET.
015610 P0880-WRITE-PAYMENTS.
015620     PERFORM P0882-WRITE-ONE-PAYMENT THRU P0883-EXIT
015630         VARYING PAY-SUB FROM 1 BY 1
015680
015690 P0882-WRITE-ONE-PAYMENT.
015700     IF PT-NET (PAY-SUB) GREATER THAN ZERO
015701             AND PT-COMPANY-CODE (PAY-SUB)
015702                 = CT-COMPANY-CODE (CO-SUB)
015703         EVALUATE TRUE
015704             WHEN PT-PAY-METHOD (PAY-SUB) = 'C'
015706                     OR PT-ROUTING (PAY-SUB) = SPACES
015708                 MOVE 'PAPER CHECK' TO CK-NOTE
015860                 MOVE PT-LAST-NAME (PAY-SUB)  TO DD-LAST-NAME
015870                 WRITE DISB-REC FROM DISB-DETAIL
015880                 ADD 1                 TO W01-PAY-COUNT
015885                                          WS-SET-PAY-COUNT
015890                 ADD PT-NET (PAY-SUB)  TO WS-SET-NET
015900         END-EVALUATE
015910     END-IF
015920     .
015930 P0883-EXIT.
015931     EXIT.
015932
015933 P0884-WRITE-CHECK-LINE.
015934     MOVE PT-EMP-NBR (PAY-SUB)    TO CK-EMP-NBR
015935     MOVE PT-LAST-NAME (PAY-SUB)  TO CK-LAST-NAME
015936     MOVE PT-FIRST-NAME (PAY-SUB) TO CK-FIRST-NAME
015937     MOVE PT-MID-INIT (PAY-SUB)   TO CK-MID-INIT
015938     MOVE PT-DEPT-CODE (PAY-SUB)  TO CK-DEPT-CODE
015939     MOVE PT-NET (PAY-SUB)        TO CK-NET
015940     WRITE CHECK-REC FROM CHECK-LINE
015941     ADD 1 TO W01-CHECK-COUNT
015942              WS-SET-CHECK-COUNT
015943     ADD PT-NET (PAY-SUB) TO WS-SET-CHECK-NET
015944     .
015945 P0885-EXIT.
015946     EXIT.
015947* THE ACCOUNT-DRIVEN PRENOTE SWEEP - EVERY ACTIVE EMPLOYEE WITH
015948* A PENDING ACCOUNT GETS THE ZERO-DOLLAR TEST THIS RUN, WHETHER
015949* OR NOT A BONUS SETTLED FOR THEM, AND EACH TEST IS LOGGED TO
015950* PRENSENT SO THE PRENOTE PROGRAM HAS PROOF IT WENT OUT.  AS
015951* WITH THE PAYMENTS, ONLY THE COMPANY IN CO-SUB IS SWEPT.
015952 P0890-WRITE-ALL-PRENOTES.
015953     PERFORM P0892-WRITE-ONE-PRENOTE THRU P0893-EXIT
015954         VARYING EMP-SUB FROM 1 BY 1
015955         UNTIL EMP-SUB > WS-EMP-LOADED
015956     .
015957 P0891-EXIT.
015958     EXIT.
015959
015960 P0892-WRITE-ONE-PRENOTE.
015961     IF ET-STATUS (EMP-SUB) = 'A'
015962             AND ET-PRENOTE-STATUS (EMP-SUB) = 'P'
015963             AND ET-ROUTING-NBR (EMP-SUB) NOT = SPACES
015964             AND ET-COMPANY-CODE (EMP-SUB)
015965                 = CT-COMPANY-CODE (CO-SUB)
015966         MOVE ET-EMP-NBR (EMP-SUB)     TO DP-EMP-NBR
015967         MOVE ET-ROUTING-NBR (EMP-SUB) TO DP-ROUTING
015968         MOVE ET-ACCOUNT-NBR (EMP-SUB) TO DP-ACCOUNT
015969         MOVE ET-LAST-NAME (EMP-SUB)   TO DP-LAST-NAME
015970         WRITE DISB-REC FROM DISB-PRENOTE
015971         ADD 1 TO W01-PRENOTE-COUNT
015972                  WS-SET-PAY-COUNT
015973
015977         MOVE SPACES                   TO PREN-SENT-REC
015978         MOVE ET-EMP-NBR (EMP-SUB)     TO PS-EMP-NBR
015979         MOVE ET-ROUTING-NBR (EMP-SUB) TO PS-ROUTING
016000             MOVE 'Y' TO W02-IN-EOF-SW
016010         NOT AT END
016020             ADD +1 TO W01-REC-IN
016022             IF IN-COMPANY-CODE = SPACES
016024                 MOVE '01' TO IN-COMPANY-CODE
016026             END-IF
016028             IF IN-COMPANY-CODE < WS-PRIOR-CO-CODE
016030                 PERFORM P0950-SEQUENCE-ERROR THRU P0959-EXIT
016032             END-IF
016034             IF IN-COMPANY-CODE = WS-PRIOR-CO-CODE
016036                     AND IN-STATE-CODE (1:2) < WS-PRIOR-ST-CODE
016040                 PERFORM P0950-SEQUENCE-ERROR THRU P0959-EXIT
016050             END-IF
016060             IF IN-COMPANY-CODE = WS-PRIOR-CO-CODE
016065                     AND IN-STATE-CODE (1:2) = WS-PRIOR-ST-CODE
016070                     AND IN-DEPT-CODE < WS-PRIOR-DEPT-CODE
016080                 PERFORM P0950-SEQUENCE-ERROR THRU P0959-EXIT
016090             END-IF
016095             MOVE IN-COMPANY-CODE     TO WS-PRIOR-CO-CODE
016100             MOVE IN-STATE-CODE (1:2) TO WS-PRIOR-ST-CODE
016110             MOVE IN-DEPT-CODE        TO WS-PRIOR-DEPT-CODE
016120     END-READ
016150 P0999-EXIT.
016160 
016170     EXIT.
016178* INPUT MUST ARRIVE IN COMPANY SEQUENCE, STATE-CODE WITHIN
016186* COMPANY, DEPT-CODE WITHIN STATE - SEE BONSORT.  ALL THE CHECKS
016194* IN P0900-READ-INPUT SHARE THIS PARAGRAPH, SO THE MESSAGE ALWAYS
016202* SHOWS EVERY KEY RATHER THAN ASSUMING WHICH ONE FAILED (A BLANK
016211* COMPANY WAS READ AS 01 BEFORE THE CHECK).  THE BONUSCTL FLAG
016220* IS LEFT AT 'I' ON PURPOSE - ANY YTD POSTINGS ALREADY APPLIED
016229* MUST BE BACKED OUT BY BONUSBKO BEFORE A RERUN IS ALLOWED.
016240 P0950-SEQUENCE-ERROR.
016250     DISPLAY 'BONUS - INPUT OUT OF COMPANY/STATE/DEPT SEQUENCE'
016260     DISPLAY 'BONUS - RECORD ' W01-REC-IN
016265             ' COMPANY ' IN-COMPANY-CODE
016270             ' STATE ' IN-STATE-CODE (1:2)
016280             ' DEPT ' IN-DEPT-CODE
016290     DISPLAY 'BONUS - PRIOR COMPANY WAS ' WS-PRIOR-CO-CODE
016295             ' STATE WAS ' WS-PRIOR-ST-CODE
016300             ' DEPT WAS ' WS-PRIOR-DEPT-CODE
016310     DISPLAY 'BONUS - RUN INBONUS THROUGH BONSORT FIRST'
016320     CLOSE INPUT-BONUS STATE-TAX LOCL-TAX EMP-MASTER OUT-REPORT
016321           DEDUCT-IN HOLD-IN
016322     PERFORM P0980-CLOSE-POSTING THRU P0989-EXIT
016350     MOVE +16 TO RETURN-CODE
016360     GOBACK
016370     .
016470     DISPLAY 'BONUS - EMPMAST EXCEEDS THE 5000 EMPLOYEE TABLE'
016480     DISPLAY 'BONUS - RAISE EMP-TABLE AND RECOMPILE - RUN ENDED'
016490     CLOSE INPUT-BONUS STATE-TAX LOCL-TAX EMP-MASTER OUT-REPORT
016491           DEDUCT-IN HOLD-IN
016492     PERFORM P0980-CLOSE-POSTING THRU P0989-EXIT
016520     PERFORM P0270-MARK-RUN-COMPLETE THRU P0279-EXIT
016530     MOVE +16 TO RETURN-CODE
016540     GOBACK
016550     .
016551 P0969-EXIT.
016552     EXIT.
016553
016554 P0965-CO-TABLE-FULL.
016555     DISPLAY 'BONUS - EMPMAST CARRIES MORE THAN 20 COMPANIES'
016556     DISPLAY 'BONUS - RAISE COMPANY-TABLE - RUN ENDED'
016557     CLOSE INPUT-BONUS STATE-TAX LOCL-TAX EMP-MASTER OUT-REPORT
016558           DEDUCT-IN HOLD-IN
016559     PERFORM P0980-CLOSE-POSTING THRU P0989-EXIT
016560     PERFORM P0270-MARK-RUN-COMPLETE THRU P0279-EXIT
016561     MOVE +16 TO RETURN-CODE
016562     GOBACK
016563     .
016564 P0968-EXIT.
016565     EXIT.
016566* INSTTAX HAS OUTGROWN THE 1000-ROW TABLE - A STATE WHOSE NEWER
016567* RATE ROW LANDED IN THE DROPPED TAIL WOULD WITHHOLD AT A STALE
016573* RATE WITH NO REJECT AT ALL, SO STOP INSTEAD.  NOTHING HAS
016574* POSTED YET (THE TABLES LOAD BEFORE THE FIRST DETAIL), SO THE
016575* RUN FLAG IS CLEARED ON THE WAY OUT AND NO BACKOUT IS CALLED
016580     DISPLAY 'BONUS - PURGE OLD RATE ROWS OR RAISE TAX-TABLE '
016581             'AND RECOMPILE - RUN ENDED'
016582     CLOSE INPUT-BONUS STATE-TAX LOCL-TAX EMP-MASTER OUT-REPORT
016583           DEDUCT-IN HOLD-IN
016584     PERFORM P0980-CLOSE-POSTING THRU P0989-EXIT
016587     PERFORM P0270-MARK-RUN-COMPLETE THRU P0279-EXIT
016588     MOVE +16 TO RETURN-CODE
016589     GOBACK
016597     DISPLAY 'BONUS - PURGE OLD RATE ROWS OR RAISE LOCL-TABLE '
016598             'AND RECOMPILE - RUN ENDED'
016599     CLOSE INPUT-BONUS STATE-TAX LOCL-TAX EMP-MASTER OUT-REPORT
016600           DEDUCT-IN HOLD-IN
016601     PERFORM P0980-CLOSE-POSTING THRU P0989-EXIT
016604     PERFORM P0270-MARK-RUN-COMPLETE THRU P0279-EXIT
016605     MOVE +16 TO RETURN-CODE
016606     GOBACK
016607     .
016608 P0978-EXIT.
016609     EXIT.
016610* EVERYTHING THE RUN POSTS TO, CLOSED AT END OF JOB AND ON EVERY
016611* ABORT.  A TRIAL RUN OPENED NONE OF IT BUT BONUSYTD, AND THAT
016612* ONLY WHEN THE FILE WAS THERE TO READ.
016613 P0980-CLOSE-POSTING.
016614     IF WS-LIVE-RUN
016615         CLOSE OUT-DELIM
016616               OUT-HISTORY
016617               DISBURSE-OUT
016618               CHECK-REQ
016619               GL-JOURNAL
016620               BAD-BONUS
016621               OUT-BACKOUT
016622               DED-REMIT
016623               SUSP-OUT
016624               PREN-SENT
016625               PAY-ADVICE
016626               BONUS-YTD
016627     ELSE
016628         IF WS-YTD-OPEN
016629             CLOSE BONUS-YTD
016630         END-IF
016631     END-IF
016632     .
016633 P0989-EXIT.
016634     EXIT.
016635
016592* HEADING FOR EACH PAGE
016600 P0500-HEADING.
016610     ADD 1 TO PAGE-COUNT.
017060                     WS-ST-STATE-TAX, WS-ST-NET
017070     .
017080 P1099-EXIT.
017081     EXIT.
017082
017083* EACH COMPANY FILES ITS OWN WITHHOLDING, SO ITS FIGURES CLOSE
017084* OUT ON THEIR OWN LINE ABOVE THE STATE AND DEPARTMENT FOOTERS.
017085 P1020-FOOTER-COMPANY.
017086     MOVE WS-HOLD-CO-CODE   TO PR-CO-COMPANY-CODE
017087     MOVE WS-CO-GROSS       TO PR-CO-GROSS
017088     MOVE WS-CO-FED-TAX     TO PR-CO-FED-TAX
017089     MOVE WS-CO-STATE-TAX   TO PR-CO-STATE-TAX
017090     MOVE WS-CO-NET         TO PR-CO-NET
017091
017092     WRITE OUT-REPT-REC FROM FOOTER-COMPANY
017093     AFTER ADVANCING 1 LINE
017094     MOVE SPACES TO OUT-REPT-REC
017095
017096     MOVE IN-COMPANY-CODE TO WS-HOLD-CO-CODE
017097     MOVE ZEROES TO WS-CO-GROSS, WS-CO-FED-TAX,
017098                     WS-CO-STATE-TAX, WS-CO-NET
017099     .
017100 P1029-EXIT.
017101     EXIT.
017102 
017110 P1050-FOOTER-DEPT.
017120     MOVE WS-HOLD-DEPT-CODE TO PR-DT-DEPT-CODE
017130     MOVE WS-DT-GROSS       TO PR-DT-GROSS
017204* THE DEPARTMENT'S GROSS SETTLES INTO ITS GL DEBIT SLOT BEFORE
017206* THE ACCUMULATORS RESET FOR THE NEXT DEPARTMENT.
017208     PERFORM P2100-POST-GL-DEPT THRU P2109-EXIT
017209
017210     PERFORM P2460-BUDGET-WARNING THRU P2469-EXIT
017215
017220     MOVE IN-DEPT-CODE TO WS-HOLD-DEPT-CODE
017230     MOVE ZEROES TO WS-DT-GROSS, WS-DT-FED-TAX,
017240                     WS-DT-STATE-TAX, WS-DT-NET
017530     AFTER ADVANCING 1 LINE
017540     .
017550 P1199-EXIT.
017551     EXIT.
017552
017553* BUILD ONE COMPANY'S BALANCED JOURNAL: HEADER, ONE EXPENSE DEBIT
017554* PER DEPARTMENT, THE LIABILITY AND CLEARING CREDITS, AND - ONLY
017555* WHEN DEBITS PROVE EQUAL TO CREDITS TO THE PENNY - THE TRAILER.
017556* AN OUT-OF-BALANCE JOURNAL IS LEFT TRAILERLESS AND FAILS THE RUN
017557* RC 16 SO ACCOUNTING CANNOT POST IT BY MISTAKE.  THE COMPANY IS
017558* THE ONE IN CO-SUB, AND EVERY LINE CARRIES ITS CODE.
017559 P2000-WRITE-GL-JOURNAL.
017560     MOVE ZEROES           TO WS-GL-DEBITS
017561                              WS-GL-CREDITS
017562     MOVE SPACES           TO GL-REC
017563     MOVE 'H'              TO GJ-REC-TYPE
017564     MOVE HEAD-FISCAL      TO GJ-FISCAL
017565     MOVE 'MONTHLY BONUS JOURNAL'  TO GJ-DESC
017566     MOVE CT-COMPANY-CODE (CO-SUB) TO GJ-COMPANY-CODE
017567     WRITE GL-REC
017568
017569     PERFORM P2010-WRITE-GL-DEBIT THRU P2019-EXIT
017575         VARYING GL-SUB FROM 1 BY 1
017577         UNTIL GL-SUB > WS-GL-DEPT-COUNT
017579
017581     MOVE 'FEDWH   '       TO GJ-ACCOUNT
017583     MOVE CT-FED-TAX (CO-SUB)   TO GJ-AMOUNT
017585     MOVE 'FEDERAL WITHHOLDING'    TO GJ-DESC
017587     PERFORM P2020-WRITE-GL-CREDIT THRU P2029-EXIT
017589
017591     MOVE 'STWH    '       TO GJ-ACCOUNT
017593     MOVE CT-STATE-TAX (CO-SUB) TO GJ-AMOUNT
017595     MOVE 'STATE WITHHOLDING'      TO GJ-DESC
017597     PERFORM P2020-WRITE-GL-CREDIT THRU P2029-EXIT
017599
017601     MOVE 'LOCWH   '       TO GJ-ACCOUNT
017603     MOVE CT-LOCAL-TAX (CO-SUB) TO GJ-AMOUNT
017605     MOVE 'LOCAL WITHHOLDING'      TO GJ-DESC
017607     PERFORM P2020-WRITE-GL-CREDIT THRU P2029-EXIT
017609
017611     MOVE 'FICAWH  '       TO GJ-ACCOUNT
017613     MOVE CT-FICA (CO-SUB)      TO GJ-AMOUNT
017615     MOVE 'FICA WITHHOLDING'       TO GJ-DESC
017617     PERFORM P2020-WRITE-GL-CREDIT THRU P2029-EXIT
017619
017621     MOVE 'MEDIWH  '       TO GJ-ACCOUNT
017623     MOVE CT-MEDICARE (CO-SUB)  TO GJ-AMOUNT
017625     MOVE 'MEDICARE WITHHOLDING'   TO GJ-DESC
017627     PERFORM P2020-WRITE-GL-CREDIT THRU P2029-EXIT
017629
017631     MOVE 'DEDCLR  '       TO GJ-ACCOUNT
017633     MOVE CT-DEDUCT (CO-SUB)    TO GJ-AMOUNT
017635     MOVE 'DEDUCTION CLEARING'     TO GJ-DESC
017637     PERFORM P2020-WRITE-GL-CREDIT THRU P2029-EXIT
017639
017641     MOVE 'NETCLR  '       TO GJ-ACCOUNT
017643     MOVE CT-NET (CO-SUB)       TO GJ-AMOUNT
017645     MOVE 'NET PAY CLEARING'       TO GJ-DESC
017647     PERFORM P2020-WRITE-GL-CREDIT THRU P2029-EXIT
017649
017651     IF WS-GL-DEBITS = WS-GL-CREDITS
017653         MOVE SPACES          TO GL-REC
017655         MOVE 'T'             TO GJ-REC-TYPE
017657         MOVE HEAD-FISCAL     TO GJ-FISCAL
017659         MOVE WS-GL-DEBITS    TO GJ-AMOUNT
017661         MOVE 'DEBITS = CREDITS'      TO GJ-DESC
017663         MOVE CT-COMPANY-CODE (CO-SUB) TO GJ-COMPANY-CODE
017665         WRITE GL-REC
017667     ELSE
017669         DISPLAY 'BONUS - GL JOURNAL OUT OF BALANCE FOR COMPANY '
017671                 CT-COMPANY-CODE (CO-SUB)
017673         DISPLAY 'BONUS - NO TRAILER WRITTEN, DO NOT POST GLJRNL'
017675         MOVE 'Y' TO WS-GL-ERROR-SW
017677     END-IF
017679     .
017681 P2099-EXIT.
017683     EXIT.
017685
017687 P2010-WRITE-GL-DEBIT.
017689     IF GD-COMPANY-CODE (GL-SUB) = CT-COMPANY-CODE (CO-SUB)
017691         MOVE SPACES               TO GL-REC
017693         MOVE 'D'                  TO GJ-REC-TYPE
017695         MOVE HEAD-FISCAL          TO GJ-FISCAL
017697         MOVE 'BONEXP  '           TO GJ-ACCOUNT
017699         MOVE GD-DEPT-CODE (GL-SUB) TO GJ-DEPT
017701         MOVE 'DR'                 TO GJ-DR-CR
017703         MOVE GD-GROSS (GL-SUB)    TO GJ-AMOUNT
017705         MOVE 'BONUS EXPENSE'      TO GJ-DESC
017707         MOVE GD-COMPANY-CODE (GL-SUB) TO GJ-COMPANY-CODE
017709         WRITE GL-REC
017711         ADD GD-GROSS (GL-SUB)     TO WS-GL-DEBITS
017713     END-IF
017715     .
017717 P2019-EXIT.
017719     EXIT.
017721
017723* THE CALLER STAGES GJ-ACCOUNT, GJ-AMOUNT AND GJ-DESC; THE REST
017725* OF THE CREDIT LINE IS UNIFORM.
017727 P2020-WRITE-GL-CREDIT.
017729     MOVE 'D'              TO GJ-REC-TYPE
017731     MOVE HEAD-FISCAL      TO GJ-FISCAL
017733     MOVE SPACES           TO GJ-DEPT
017735     MOVE 'CR'             TO GJ-DR-CR
017737     MOVE CT-COMPANY-CODE (CO-SUB) TO GJ-COMPANY-CODE
017739     WRITE GL-REC
017741     ADD GJ-AMOUNT         TO WS-GL-CREDITS
017743     MOVE SPACES           TO GL-REC
017745     .
017747 P2029-EXIT.
017749     EXIT.
017751
017753* ONE DEPARTMENT'S GROSS JOINS ITS COMPANY AND DEPARTMENT DEBIT
017755* SLOT - ONE ALREADY SEEN (UNDER ANOTHER STATE) ACCUMULATES, A
017757* NEW ONE TAKES THE NEXT SLOT.  A RUN WITH MORE THAN 200
017759* DEPARTMENTS WOULD DROP DEBITS AND THE TRAILER CHECK WOULD REFUSE
017761* THE FILE, SO STOP THE OVERFLOW HERE WITH A VISIBLE COMPLAINT.
017763 P2100-POST-GL-DEPT.
017765     MOVE ZEROES TO WS-GL-SLOT
017767     PERFORM P2110-FIND-GL-SLOT THRU P2119-EXIT
017769         VARYING GL-SUB FROM 1 BY 1
017771         UNTIL GL-SUB > WS-GL-DEPT-COUNT
017773             OR WS-GL-SLOT > ZERO
017775
017777     IF WS-GL-SLOT = ZEROES
017779         IF WS-GL-DEPT-COUNT NOT LESS THAN 200
017781             DISPLAY 'BONUS - MORE THAN 200 DEPARTMENTS - GL '
017783                     'JOURNAL INCOMPLETE'
017785             MOVE 'Y' TO WS-GL-ERROR-SW
017787         ELSE
017789             ADD 1 TO WS-GL-DEPT-COUNT
017791             MOVE WS-GL-DEPT-COUNT  TO WS-GL-SLOT
017793             MOVE WS-HOLD-CO-CODE   TO GD-COMPANY-CODE
017795                                                   (WS-GL-SLOT)
017797             MOVE WS-HOLD-DEPT-CODE TO GD-DEPT-CODE (WS-GL-SLOT)
017799             MOVE ZEROES            TO GD-GROSS     (WS-GL-SLOT)
017801         END-IF
017803     END-IF
017805
017807     IF WS-GL-SLOT GREATER THAN ZEROES
017809         ADD WS-DT-GROSS TO GD-GROSS (WS-GL-SLOT)
017811     END-IF
017813     .
017815 P2109-EXIT.
017817     EXIT.
017819
017821 P2110-FIND-GL-SLOT.
017823     IF GD-COMPANY-CODE (GL-SUB) = WS-HOLD-CO-CODE
017825             AND GD-DEPT-CODE (GL-SUB) = WS-HOLD-DEPT-CODE
017827         MOVE GL-SUB TO WS-GL-SLOT
017829     END-IF
017831     .
017833 P2119-EXIT.
017834     EXIT.
017835
017836* ONE COMPANY'S SETS - THE ONE IN CO-SUB.  THE BANK FILE HEADER
017837* AND THE CHECK-REQUEST HEADING OPEN THEM, STAMPED WITH THE RUN'S
017838* FISCAL PERIOD AND THE COMPANY; THE SETTLED PAYMENTS AND THE
017839* PRENOTE SWEEP FOLLOW; EACH CLOSES WITH ITS OWN TRAILER.  A
017840* COMPANY WITH NOTHING TO PAY STILL GETS ITS EMPTY, BALANCED SETS
017841* SO THE BANK AND LEDGER SEE EVERY ENTITY EVERY RUN.  THE
017842* COMPANY'S PAY ADVICES FOLLOW ITS PAYMENTS.
017843 P2500-WRITE-COMPANY-SET.
017844     MOVE ZEROES TO WS-SET-PAY-COUNT
017845                    WS-SET-NET
017846                    WS-SET-CHECK-COUNT
017847                    WS-SET-CHECK-NET
017848
017849     MOVE HEAD-FISCAL              TO DH-FISCAL
017850     MOVE HEAD-DATE                TO DH-DATE
017851     MOVE CT-COMPANY-CODE (CO-SUB) TO DH-COMPANY-CODE
017852     WRITE DISB-REC FROM DISB-HEADER
017853     MOVE HEAD-FISCAL              TO CH-FISCAL
017854     MOVE CT-COMPANY-CODE (CO-SUB) TO CH-COMPANY-CODE
017855     WRITE CHECK-REC FROM CHECK-HEAD-1
017856     MOVE SPACES TO CHECK-REC
017857     WRITE CHECK-REC
017858
017859     PERFORM P0880-WRITE-PAYMENTS     THRU P0889-EXIT
017860     PERFORM P0890-WRITE-ALL-PRENOTES THRU P0891-EXIT
017861     PERFORM P2600-WRITE-ADVICES      THRU P2699-EXIT
017862
017863* THE TRAILER COUNT COVERS EVERY DETAIL IN THE SET - ZERO-DOLLAR
017864* PRENOTES INCLUDED - SO THE BANK'S RECORD-COUNT BALANCE HOLDS.
017865     MOVE WS-SET-PAY-COUNT         TO DT-PAY-COUNT
017866     MOVE WS-SET-NET               TO DT-TOTAL-NET
017867     MOVE CT-COMPANY-CODE (CO-SUB) TO DT-COMPANY-CODE
017868     WRITE DISB-REC FROM DISB-TRAILER
017869
017870     MOVE CT-COMPANY-CODE (CO-SUB) TO CX-COMPANY-CODE
017871     MOVE WS-SET-CHECK-COUNT       TO CX-CHECK-COUNT
017872     MOVE WS-SET-CHECK-NET         TO CX-CHECK-NET
017873     WRITE CHECK-REC FROM CHECK-TRAILER
017874
017875* THE JOURNAL GOES OUT FROM THE COMPANY'S SETTLED DEPARTMENT
017876* DEBITS AND ITS OWN LIABILITY CREDITS.
017877     PERFORM P2000-WRITE-GL-JOURNAL   THRU P2099-EXIT
017878     .
017879 P2599-EXIT.
017880     EXIT.
017881* ONE PAY ADVICE PER EMPLOYEE SETTLED FOR THE COMPANY IN CO-SUB.
017882* ONLY A DETAIL THAT WAS PAID EVER REACHES THE PAY TABLE - A HELD
017883* OR REJECTED BONUS HAS NO SLOT, SO IT GETS NO ADVICE.
017884 P2600-WRITE-ADVICES.
017885     PERFORM P2610-WRITE-ONE-ADVICE THRU P2619-EXIT
017886         VARYING PAY-SUB FROM 1 BY 1
017887         UNTIL PAY-SUB > WS-PAY-EMP-COUNT
017888     .
017889 P2699-EXIT.
017890     EXIT.
017891
017892 P2610-WRITE-ONE-ADVICE.
017893     IF PT-COMPANY-CODE (PAY-SUB) = CT-COMPANY-CODE (CO-SUB)
017894         MOVE HEAD-FISCAL              TO AH-FISCAL
017895         MOVE CT-COMPANY-CODE (CO-SUB) TO AH-COMPANY-CODE
017896         MOVE HEAD-DATE                TO AH-DATE
017897         WRITE ADVICE-REC FROM ADVICE-HEAD-1
017898             AFTER ADVANCING PAGE
017899         WRITE ADVICE-REC FROM ADVICE-HEAD-2
017900             AFTER ADVANCING 1 LINE
017901         WRITE ADVICE-REC FROM ADVICE-HEAD-3
017902             AFTER ADVANCING 1 LINE
017903         MOVE SPACES TO ADVICE-REC
017904         WRITE ADVICE-REC AFTER ADVANCING 1 LINE
017905
017906         MOVE PT-EMP-NBR (PAY-SUB)    TO AE-EMP-NBR
017907         MOVE PT-LAST-NAME (PAY-SUB)  TO AE-LAST-NAME
017908         MOVE PT-FIRST-NAME (PAY-SUB) TO AE-FIRST-NAME
017909         MOVE PT-MID-INIT (PAY-SUB)   TO AE-MID-INIT
017910         MOVE PT-DEPT-CODE (PAY-SUB)  TO AE-DEPT-CODE
017911         WRITE ADVICE-REC FROM ADVICE-EMP-LINE
017912             AFTER ADVANCING 1 LINE
017913         MOVE SPACES TO ADVICE-REC
017914         WRITE ADVICE-REC AFTER ADVANCING 1 LINE
017915         WRITE ADVICE-REC FROM ADVICE-COL-HEAD
017916             AFTER ADVANCING 1 LINE
017917
017918         MOVE 'GROSS BONUS'              TO AA-LABEL
017919         MOVE PT-GROSS (PAY-SUB)         TO AA-CURRENT
017920         MOVE PT-YTD-GROSS (PAY-SUB)     TO AA-YTD
017921         WRITE ADVICE-REC FROM ADVICE-AMT-LINE
017922             AFTER ADVANCING 1 LINE
017923         MOVE 'FEDERAL TAX'              TO AA-LABEL
017924         MOVE PT-FED-TAX (PAY-SUB)       TO AA-CURRENT
017925         MOVE PT-YTD-FED-TAX (PAY-SUB)   TO AA-YTD
017926         WRITE ADVICE-REC FROM ADVICE-AMT-LINE
017927             AFTER ADVANCING 1 LINE
017928         MOVE 'STATE TAX'                TO AA-LABEL
017929         MOVE PT-STATE-TAX (PAY-SUB)     TO AA-CURRENT
017930         MOVE PT-YTD-STATE-TAX (PAY-SUB) TO AA-YTD
017931         WRITE ADVICE-REC FROM ADVICE-AMT-LINE
017932             AFTER ADVANCING 1 LINE
017933         MOVE 'LOCAL TAX'                TO AA-LABEL
017934         MOVE PT-LOCAL-TAX (PAY-SUB)     TO AA-CURRENT
017935         MOVE PT-YTD-LOCAL-TAX (PAY-SUB) TO AA-YTD
017936         WRITE ADVICE-REC FROM ADVICE-AMT-LINE
017937             AFTER ADVANCING 1 LINE
017938         MOVE 'FICA'                     TO AA-LABEL
017939         MOVE PT-FICA (PAY-SUB)          TO AA-CURRENT
017940         MOVE PT-YTD-FICA (PAY-SUB)      TO AA-YTD
017941         WRITE ADVICE-REC FROM ADVICE-AMT-LINE
017942             AFTER ADVANCING 1 LINE
017943         MOVE 'MEDICARE'                 TO AA-LABEL
017944         MOVE PT-MEDICARE (PAY-SUB)      TO AA-CURRENT
017945         MOVE PT-YTD-MEDICARE (PAY-SUB)  TO AA-YTD
017946         WRITE ADVICE-REC FROM ADVICE-AMT-LINE
017947             AFTER ADVANCING 1 LINE
017948
017949         IF PT-DEDUCT (PAY-SUB) NOT = ZERO
017950             MOVE SPACES TO ADVICE-REC
017951             MOVE 'DEDUCTIONS BY PAYEE' TO ADVICE-REC
017952             WRITE ADVICE-REC AFTER ADVANCING 1 LINE
017953             PERFORM P2620-WRITE-ADVICE-DED THRU P2629-EXIT
017954                 VARYING DED-SUB FROM 1 BY 1
017955                 UNTIL DED-SUB > WS-DED-COUNT
017956             MOVE 'TOTAL DEDUCTIONS'     TO AD-LABEL
017957             MOVE PT-DEDUCT (PAY-SUB)    TO AD-AMOUNT
017958             WRITE ADVICE-REC FROM ADVICE-DED-LINE
017959                 AFTER ADVANCING 1 LINE
017960         END-IF
017961
017962         MOVE 'NET PAY'                  TO AA-LABEL
017963         MOVE PT-NET (PAY-SUB)           TO AA-CURRENT
017964         MOVE PT-YTD-NET (PAY-SUB)       TO AA-YTD
017965         WRITE ADVICE-REC FROM ADVICE-AMT-LINE
017966             AFTER ADVANCING 2 LINES
017967
017968         PERFORM P2630-SET-PAID-BY THRU P2639-EXIT
017969         WRITE ADVICE-REC FROM ADVICE-PAID-LINE
017970             AFTER ADVANCING 2 LINES
017971         ADD 1 TO W01-ADVICE-COUNT
017972     END-IF
017973     .
017974 P2619-EXIT.
017975     EXIT.
017976* ONE LINE PER ELECTION THAT TOOK MONEY FROM THIS EMPLOYEE THIS
017977* RUN, NAMED BY ITS PAYEE.
017978 P2620-WRITE-ADVICE-DED.
017979     IF DN-EMP-NBR (DED-SUB) = PT-EMP-NBR (PAY-SUB)
017980             AND DN-RUN-TAKEN (DED-SUB) NOT = ZERO
017981         MOVE SPACES                  TO AD-LABEL
017982         MOVE DN-PAYEE (DED-SUB)      TO AD-LABEL (3:20)
017983         MOVE DN-RUN-TAKEN (DED-SUB)  TO AD-AMOUNT
017984         WRITE ADVICE-REC FROM ADVICE-DED-LINE
017985             AFTER ADVANCING 1 LINE
017986     END-IF
017987     .
017988 P2629-EXIT.
017989     EXIT.
017990* HOW THE NET WENT OUT - THE SAME CHOICE P0882-WRITE-ONE-PAYMENT
017991* MAKES.  A DEPOSIT SHOWS ONLY THE LAST FOUR OF THE ACCOUNT; A
017992* CHECK POINTS TO THE CHECK REQUEST AND WHY IT IS A CHECK.
017993 P2630-SET-PAID-BY.
017994     MOVE SPACES TO AP-PAID-BY
017995     EVALUATE TRUE
017996         WHEN PT-NET (PAY-SUB) NOT GREATER THAN ZERO
017997             MOVE 'NOTHING PAID - ADJUSTMENTS LEFT NO NET DUE'
017998                 TO AP-PAID-BY
017999         WHEN PT-PAY-METHOD (PAY-SUB) = 'C'
018000                 OR PT-ROUTING (PAY-SUB) = SPACES
018001             MOVE 'CHECK REQUEST - PAPER CHECK' TO AP-PAID-BY
018002         WHEN PT-PRENOTE (PAY-SUB) = 'P'
018003             MOVE 'CHECK REQUEST - NEW ACCOUNT AWAITING PRENOTE'
018004                 TO AP-PAID-BY
018005         WHEN PT-PRENOTE (PAY-SUB) = 'F'
018006             MOVE 'CHECK REQUEST - DIRECT DEPOSIT ACCOUNT FAILED'
018007                 TO AP-PAID-BY
018008         WHEN OTHER
018009             MOVE ZERO TO WS-ADV-ACCT-LEN
018010             INSPECT PT-ACCOUNT (PAY-SUB) TALLYING WS-ADV-ACCT-LEN
018011                 FOR CHARACTERS BEFORE INITIAL SPACE
018012             MOVE SPACES TO WS-ADV-MASK
018013             IF WS-ADV-ACCT-LEN > 4
018014                 MOVE ALL '*'
018015                     TO WS-ADV-MASK (1:WS-ADV-ACCT-LEN - 4)
018016                 MOVE PT-ACCOUNT (PAY-SUB) (WS-ADV-ACCT-LEN - 3:4)
018017                     TO WS-ADV-MASK (WS-ADV-ACCT-LEN - 3:4)
018018             ELSE
018019                 MOVE '****' TO WS-ADV-MASK
018020             END-IF
018021             STRING 'DIRECT DEPOSIT TO ACCOUNT ' WS-ADV-MASK
018022                 DELIMITED BY SIZE INTO AP-PAID-BY
018023     END-EVALUATE
018024     .
018025 P2639-EXIT.
018026     EXIT.
018027
017575* END-OF-STATE MARKS THE FILE EXHAUSTED; END-OF-TAX-TABLE MARKS
017576* THE TABLE FULL.  THE OVERFLOW GUARD IN P0100-MAINLINE TURNS ON
017577* THE TABLE FILLING UP BEFORE THE FILE RAN OUT.
017897         DISPLAY 'BONUS - RAISE DED-TABLE AND RECOMPILE - '
017898                 'RUN ENDED'
017899         CLOSE INPUT-BONUS STATE-TAX LOCL-TAX EMP-MASTER
017900               OUT-REPORT DEDUCT-IN HOLD-IN
017901         PERFORM P0980-CLOSE-POSTING THRU P0989-EXIT
017902         PERFORM P0270-MARK-RUN-COMPLETE THRU P0279-EXIT
017903         MOVE +16 TO RETURN-CODE
017904         GOBACK
017905     END-IF
017906
017907     ADD 1 TO WS-DED-COUNT
017908     MOVE DE-EMP-NBR   TO DN-EMP-NBR   (WS-DED-COUNT)
017909     MOVE DE-PRIORITY  TO DN-PRIORITY  (WS-DED-COUNT)
017910     MOVE DE-TYPE      TO DN-TYPE      (WS-DED-COUNT)
017911     MOVE DE-GARN-IND  TO DN-GARN-IND  (WS-DED-COUNT)
017912     MOVE DE-PCT-RATE  TO DN-PCT-RATE  (WS-DED-COUNT)
017913     MOVE DE-FLAT-AMT  TO DN-FLAT-AMT  (WS-DED-COUNT)
017914     MOVE DE-CAP-AMT   TO DN-CAP-AMT   (WS-DED-COUNT)
017915     MOVE DE-PAYEE     TO DN-PAYEE     (WS-DED-COUNT)
017916     MOVE ZEROES       TO DN-RUN-TAKEN (WS-DED-COUNT)
017917
017918     PERFORM P1850-READ-DED THRU P1859-EXIT
017919     .
017920 P1899-EXIT.
017921     EXIT.
017922
017923
017924 P1950-READ-HOLD.
017925     READ HOLD-IN
017926         AT END
017927             MOVE 'Y' TO HOLD-FILE-SWITCH
017928     END-READ
017929     .
017930 P1959-EXIT.
017932     EXIT.
017933* THE HOLD ROSTER LOADS UP FRONT.  MORE THAN THE 200-SLOT TABLE
017934* WOULD SILENTLY PAY A DISPUTED BONUS, SO STOP INSTEAD - NOTHING
017939         DISPLAY 'BONUS - RAISE HOLD-TABLE AND RECOMPILE - '
017940                 'RUN ENDED'
017941         CLOSE INPUT-BONUS STATE-TAX LOCL-TAX EMP-MASTER
017942               OUT-REPORT DEDUCT-IN HOLD-IN
017943         PERFORM P0980-CLOSE-POSTING THRU P0989-EXIT
017946         PERFORM P0270-MARK-RUN-COMPLETE THRU P0279-EXIT
017947         MOVE +16 TO RETURN-CODE
017948         GOBACK
017983 P2319-EXIT.
017984     EXIT.
017985
017986* A TRIAL RUN'S WOULD-BE REJECTS - WHAT A LIVE RUN WOULD HAVE
017987* SENT TO BADBONUS - SO PAYROLL CAN FIX THEM BEFORE THE REAL RUN.
017988 P2350-WRITE-TRIAL-REJECTS.
017989     MOVE HEAD-FISCAL TO TJ-FISCAL
017990     MOVE SPACES TO OUT-REPT-REC
017991     WRITE OUT-REPT-REC AFTER ADVANCING 1 LINE
017992     WRITE OUT-REPT-REC FROM TRIAL-REJ-HEAD-1
017993         AFTER ADVANCING 1 LINE
017994     MOVE SPACES TO OUT-REPT-REC
017995     WRITE OUT-REPT-REC AFTER ADVANCING 1 LINE
017996
017997     PERFORM P2360-WRITE-ONE-REJECT THRU P2369-EXIT
017998         VARYING TRIAL-REJ-SUB FROM 1 BY 1
017999         UNTIL TRIAL-REJ-SUB > WS-TRIAL-REJ-COUNT
018000     .
018001 P2359-EXIT.
018002     EXIT.
018003
018004 P2360-WRITE-ONE-REJECT.
018005     MOVE TR-EMP-NBR (TRIAL-REJ-SUB)     TO TJ-PRT-EMP-NBR
018006     MOVE TR-LAST-NAME (TRIAL-REJ-SUB)   TO TJ-PRT-LAST-NAME
018007     MOVE TR-AMOUNT (TRIAL-REJ-SUB)      TO TJ-PRT-AMOUNT
018008     MOVE TR-REASON-CODE (TRIAL-REJ-SUB) TO TJ-PRT-REASON-CODE
018009     MOVE TR-REASON-TEXT (TRIAL-REJ-SUB) TO TJ-PRT-REASON-TEXT
018010     WRITE OUT-REPT-REC FROM TRIAL-REJ-LINE
018011         AFTER ADVANCING 1 LINE
018012     MOVE SPACES TO OUT-REPT-REC
018013     .
018014 P2369-EXIT.
018015     EXIT.
018016
018017* THE FISCAL YEAR'S DEPARTMENT POOLS.  NO BUDMAST (STATUS 35)
018018* MEANS NO POOLS ARE KEPT - THE RUN PAYS AND WARNS AS BEFORE.
018019 P2400-LOAD-BUDGETS.
018020     MOVE ZEROES TO WS-BUD-COUNT
018021     OPEN INPUT BUDGET-IN
018022     IF WS-BUD-FILE-NOT-FOUND
018023         DISPLAY 'BONUS - NO BUDMAST, DEPARTMENT POOLS '
018024                 'NOT CHECKED'
018025     ELSE
018026         IF WS-BUD-STATUS NOT = '00'
018027             DISPLAY 'BONUS - BUDMAST OPEN FAILED, STATUS: '
018028                     WS-BUD-STATUS
018029             MOVE +16 TO RETURN-CODE
018030             GOBACK
018031         END-IF
018032         PERFORM P2470-READ-BUDGET      THRU P2479-EXIT
018033         PERFORM P2410-POP-BUDGET-TABLE THRU P2419-EXIT
018034             UNTIL WS-BUD-EOF
018035         CLOSE BUDGET-IN
018036     END-IF
018037     .
018038 P2409-EXIT.
018039     EXIT.
018040
018041 P2410-POP-BUDGET-TABLE.
018042     IF BM-FISCAL-YEAR = HEAD-FISCAL (1:4)
018043         IF WS-BUD-COUNT NOT LESS THAN 200
018044             DISPLAY 'BONUS - MORE THAN 200 DEPARTMENT POOLS - '
018045                     'RAISE BUDGET-TABLE AND RECOMPILE'
018046             MOVE +16 TO RETURN-CODE
018047             GOBACK
018048         END-IF
018049         ADD 1 TO WS-BUD-COUNT
018050         MOVE BM-DEPT-CODE   TO BG-DEPT-CODE   (WS-BUD-COUNT)
018051         MOVE BM-BUDGET-AMT  TO BG-POOL        (WS-BUD-COUNT)
018052         MOVE ZEROES         TO BG-PRIOR-SPEND (WS-BUD-COUNT)
018053                                BG-RUN-SPEND   (WS-BUD-COUNT)
018054     END-IF
018055
018056     PERFORM P2470-READ-BUDGET      THRU P2479-EXIT
018057     .
018058 P2419-EXIT.
018059     EXIT.
018060* LOOK UP WS-BUD-DEPT - WS-BUD-SLOT COMES BACK ZERO WHEN THE
018061* DEPARTMENT HAS NO POOL THIS FISCAL YEAR.
018062 P2420-FIND-BUDGET.
018063     MOVE ZEROES TO WS-BUD-SLOT
018064     PERFORM P2425-SCAN-BUDGET THRU P2426-EXIT
018065         VARYING BUD-SUB FROM 1 BY 1
018066         UNTIL BUD-SUB > WS-BUD-COUNT
018067             OR WS-BUD-SLOT > ZERO
018068     .
018069 P2429-EXIT.
018070     EXIT.
018071
018072 P2425-SCAN-BUDGET.
018073     IF BG-DEPT-CODE (BUD-SUB) = WS-BUD-DEPT
018074         MOVE BUD-SUB TO WS-BUD-SLOT
018075     END-IF
018076     .
018077 P2426-EXIT.
018078     EXIT.
018079* ONE BONUSHST DETAIL FROM THE START-OF-RUN COUNT PASS - THIS
018080* FISCAL YEAR'S GROSS COUNTS AGAINST THE DEPARTMENT'S POOL.  A
018081* CLAWBACK CARRIES A NEGATIVE GROSS AND GIVES ITS MONEY BACK.
018082 P2430-POST-PRIOR-SPEND.
018083     IF HS-FISCAL (1:4) = HEAD-FISCAL (1:4)
018084         MOVE HS-DEPT-CODE TO WS-BUD-DEPT
018085         PERFORM P2420-FIND-BUDGET THRU P2429-EXIT
018086         IF WS-BUD-SLOT > ZERO
018087             ADD HS-GROSS TO BG-PRIOR-SPEND (WS-BUD-SLOT)
018088         END-IF
018089     END-IF
018090     .
018091 P2439-EXIT.
018092     EXIT.
018093* UNDER BUDGET ACTION 'S' A BONUS THAT WOULD CARRY ITS DEPARTMENT
018094* PAST THE POOL IS NOT PAID.  CLAWBACKS ONLY EVER GIVE MONEY BACK
018095* AND ARE NEVER HELD FOR THE POOL.
018096 P2440-CHECK-BUDGET.
018097     MOVE 'N' TO WS-OVER-BUDGET-SW
018098
018099     IF WS-BUDGET-SUSPEND AND (IN-NORMAL-BONUS OR IN-GROSS-UP)
018100             AND WS-BUD-COUNT > ZERO
018101         MOVE IN-DEPT-CODE TO WS-BUD-DEPT
018102         PERFORM P2420-FIND-BUDGET THRU P2429-EXIT
018103         IF WS-BUD-SLOT > ZERO
018104             COMPUTE WS-BUD-SPENT = BG-PRIOR-SPEND (WS-BUD-SLOT)
018105                                  + BG-RUN-SPEND (WS-BUD-SLOT)
018106                                  + WS-PAY-GROSS
018107             IF WS-BUD-SPENT > BG-POOL (WS-BUD-SLOT)
018108                 MOVE 'Y' TO WS-OVER-BUDGET-SW
018109             END-IF
018110         END-IF
018111     END-IF
018112     .
018113 P2449-EXIT.
018114     EXIT.
018115* THE GROSS JUST PAID COUNTS AGAINST THE DEPARTMENT'S POOL.
018116 P2450-POST-RUN-SPEND.
018117     IF WS-BUD-COUNT > ZERO
018118         MOVE IN-DEPT-CODE TO WS-BUD-DEPT
018119         PERFORM P2420-FIND-BUDGET THRU P2429-EXIT
018120         IF WS-BUD-SLOT > ZERO
018121             ADD WS-GROSS TO BG-RUN-SPEND (WS-BUD-SLOT)
018122         END-IF
018123     END-IF
018124     .
018125 P2459-EXIT.
018126     EXIT.
018127* UNDER THE DEPARTMENT FOOTER - HAS THE YEAR'S SPEND, THIS RUN'S
018128* PAYMENTS INCLUDED, PASSED THE DEPARTMENT'S POOL?
018129 P2460-BUDGET-WARNING.
018130     MOVE WS-HOLD-DEPT-CODE TO WS-BUD-DEPT
018131     PERFORM P2420-FIND-BUDGET THRU P2429-EXIT
018132
018133     IF WS-BUD-SLOT > ZERO
018134         COMPUTE WS-BUD-SPENT = BG-PRIOR-SPEND (WS-BUD-SLOT)
018135                              + BG-RUN-SPEND (WS-BUD-SLOT)
018136         IF WS-BUD-SPENT > BG-POOL (WS-BUD-SLOT)
018137             MOVE WS-HOLD-DEPT-CODE       TO PR-BW-DEPT-CODE
018138             MOVE BG-POOL (WS-BUD-SLOT)   TO PR-BW-POOL
018139             MOVE WS-BUD-SPENT            TO PR-BW-SPENT
018140             COMPUTE PR-BW-OVER = WS-BUD-SPENT
018141                                - BG-POOL (WS-BUD-SLOT)
018142             WRITE OUT-REPT-REC FROM FOOTER-BUDGET
018143                 AFTER ADVANCING 1 LINE
018144             MOVE SPACES TO OUT-REPT-REC
018145             ADD 1 TO W01-POOL-WARNINGS
018146         END-IF
018147     END-IF
018148     .
018149 P2469-EXIT.
018150     EXIT.
018151
018152 P2470-READ-BUDGET.
018153     READ BUDGET-IN
018154         AT END
018155             MOVE 'Y' TO WS-BUD-EOF-SW
018156     END-READ
018157     .
018158 P2479-EXIT.
018159     EXIT.
017870 P1400-READ-EMP.
017880     READ EMP-MASTER
017890         AT END
017950
017960 P1500-POP-EMP-TABLE.
017970     MOVE EMP-MASTER-RECORD TO EMPLOYEES (EMP-SUB)
017972* A MASTER RECORD KEYED BEFORE COMPANIES WERE CARRIED HAS A
017974* BLANK COMPANY, WHICH MEANS THE ORIGINAL COMPANY, 01.
017976     IF ET-COMPANY-CODE (EMP-SUB) = SPACES
017978         MOVE '01' TO ET-COMPANY-CODE (EMP-SUB)
017980     END-IF
017982     MOVE ET-COMPANY-CODE (EMP-SUB) TO WS-FIND-CO-CODE
017984     PERFORM P1550-POST-COMPANY THRU P1559-EXIT
017986     ADD 1 TO EMP-SUB
017990
018000     IF EMP-SUB IS GREATER THAN 5000
018010         MOVE 'Y' TO EMP-TABLE-SWITCH
018050     .
018060 P1599-EXIT.
018070     EXIT.
018071
018072* A COMPANY NOT YET IN THE COMPANY TABLE TAKES ITS PLACE IN CODE
018073* ORDER - THE ENTRIES ABOVE IT MOVE UP ONE.  A COMPANY WITHOUT A
018074* SLOT WOULD HAVE NO BANK, CHECK OR JOURNAL SET, SO A TWENTY-FIRST
018075* COMPANY STOPS THE RUN.
018076 P1550-POST-COMPANY.
018077     PERFORM P1560-FIND-COMPANY THRU P1569-EXIT
018078
018079     IF WS-CO-SLOT = ZEROES
018080             OR CT-COMPANY-CODE (WS-CO-SLOT) NOT = WS-FIND-CO-CODE
018081         IF WS-CO-COUNT NOT LESS THAN 20
018082             PERFORM P0965-CO-TABLE-FULL THRU P0968-EXIT
018083         END-IF
018084         IF WS-CO-SLOT = ZEROES
018085             COMPUTE WS-CO-SLOT = WS-CO-COUNT + 1
018086         ELSE
018087             PERFORM P1570-SHIFT-COMPANY THRU P1579-EXIT
018088                 VARYING CO-SHIFT-SUB FROM WS-CO-COUNT BY -1
018089                 UNTIL CO-SHIFT-SUB < WS-CO-SLOT
018090         END-IF
018091         ADD 1 TO WS-CO-COUNT
018092         MOVE WS-FIND-CO-CODE TO CT-COMPANY-CODE (WS-CO-SLOT)
018093         MOVE ZEROES TO CT-FED-TAX   (WS-CO-SLOT)
018094                        CT-STATE-TAX (WS-CO-SLOT)
018095                        CT-LOCAL-TAX (WS-CO-SLOT)
018096                        CT-FICA      (WS-CO-SLOT)
018097                        CT-MEDICARE  (WS-CO-SLOT)
018098                        CT-DEDUCT    (WS-CO-SLOT)
018099                        CT-NET       (WS-CO-SLOT)
018100     END-IF
018101     .
018102 P1559-EXIT.
018103     EXIT.
018104
018105* WS-CO-SLOT COMES BACK AS THE FIRST ENTRY NOT BELOW
018106* WS-FIND-CO-CODE - THE COMPANY ITSELF WHEN IT IS IN THE TABLE,
018107* OTHERWISE THE PLACE IT BELONGS - OR ZERO WHEN IT SORTS LAST.
018108 P1560-FIND-COMPANY.
018109     MOVE ZEROES TO WS-CO-SLOT
018110     PERFORM P1565-TEST-COMPANY THRU P1566-EXIT
018111         VARYING CO-SUB FROM 1 BY 1
018112         UNTIL CO-SUB > WS-CO-COUNT
018113             OR WS-CO-SLOT > ZERO
018114     .
018115 P1569-EXIT.
018116     EXIT.
018117
018118 P1565-TEST-COMPANY.
018119     IF CT-COMPANY-CODE (CO-SUB) NOT < WS-FIND-CO-CODE
018120         MOVE CO-SUB TO WS-CO-SLOT
018121     END-IF
018122     .
018123 P1566-EXIT.
018124     EXIT.
018125
018126 P1570-SHIFT-COMPANY.
018127     MOVE COMPANIES (CO-SHIFT-SUB) TO COMPANIES (CO-SHIFT-SUB + 1)
018128     .
018129 P1579-EXIT.
018130     EXIT.
018131
018132* CONVERT A YYYYMMDD EFFECTIVE DATE TO THE SAME 'FYNN PNN' FORM
018133* DATETIME RETURNS IN HEAD-FISCAL (4-4-5 CALENDAR, FISCAL YEAR
018134* BEGINS MARCH 1).  A BLANK OR UNREADABLE DATE BECOMES LOW-VALUES,
018135* MEANING "IN EFFECT FROM INCEPTION".
018136 P1600-CONV-EFF-DATE.
018140     IF WS-CONV-DATE NOT NUMERIC
018150         MOVE LOW-VALUES TO WS-CONV-FISCAL
018160     ELSE
