000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CHKISSUE.
000120 AUTHOR. REF.
000130 INSTALLATION. REF.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*
000170* MODIFICATION HISTORY
000180*    2026-10-15  REF  INITIAL VERSION - PAPER-CHECK ISSUANCE.
000190*                      READS THE CHECK REQUESTS BONUS WRITES
000200*                      (CHECKREQ) AND THE RE-ROUTED DEPOSITS
000210*                      DDRETURN WRITES (RETCHECK), EITHER OF WHICH
000220*                      MAY BE ABSENT, AND GIVES EVERY REQUEST THE
000230*                      NEXT CHECK NUMBER FROM THE CHKCTL CONTROL
000240*                      RECORD.  EACH CHECK IS APPENDED TO THE
000250*                      PERMANENT CHECK REGISTER (CHKREG) AS
000260*                      OUTSTANDING, GOES OUT TO THE BANK ON THE
000270*                      POSITIVE-PAY ISSUE FILE (POSPAY) UNDER A
000280*                      COUNT/AMOUNT TRAILER, AND IS LISTED ON
000290*                      CHKLIST.  THE CONTROL RECORD IS REWRITTEN
000300*                      WITH THE NEXT UNUSED NUMBER AT END OF JOB.
000310*                      CHKRECON CLEARS, VOIDS AND STALE-DATES THE
000320*                      REGISTER AFTERWARD.  A REQUEST LINE THAT
000330*                      CANNOT BE ISSUED IS LISTED AND ENDS THE JOB
000340*                      RC 8 SO SOMEBODY LOOKS AT IT.
000350*    2026-10-15  REF  CHECKREQ NOW CARRIES ONE SET PER COMPANY -
000360*                      A HEADING NAMING THE COMPANY, ITS CHECK
000370*                      LINES AND A CHECK TOTALS LINE.  EACH SET IS
000380*                      PROVED AGAINST ITS TOTALS LINE; A SET THAT
000390*                      DOES NOT PROVE IS LISTED AS AN EXCEPTION.
000400*    2026-10-15  REF  EACH COMPANY DRAWS ITS CHECKS ON ITS OWN
000410*                      ACCOUNT FROM ITS OWN STOCK.  CHKCTL NOW
000420*                      HOLDS ONE RECORD PER COMPANY (BLANK = 01,
000430*                      SO A SINGLE EXISTING RECORD STILL SERVES
000440*                      COMPANY 01).  A CHECK IS NUMBERED AND
000450*                      DRAWN FROM THE RECORD FOR THE COMPANY ON
000460*                      ITS SET'S HEADING, THE REGISTER CARRIES THE
000470*                      COMPANY, AND POSPAY CARRIES ONE 'I'/'T' SET
000480*                      PER COMPANY ACCOUNT.  A REQUEST FOR A
000490*                      COMPANY NOT ON CHKCTL IS LISTED AS AN
000500*                      EXCEPTION, NOT ISSUED.
000510*
000520 ENVIRONMENT DIVISION.
000530
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT CHECK-REQ   ASSIGN TO CHECKREQ
000570             FILE STATUS IS WS-REQ-STATUS.
000580     SELECT RET-CHECK   ASSIGN TO RETCHECK
000590             FILE STATUS IS WS-RET-STATUS.
000600     SELECT CHECK-CTL   ASSIGN TO CHKCTL
000610             FILE STATUS IS WS-CTL-STATUS.
000620     SELECT CHECK-REG   ASSIGN TO CHKREG
000630             FILE STATUS IS WS-REG-STATUS.
000640     SELECT POS-PAY     ASSIGN TO POSPAY.
000650     SELECT ISSUE-RPT   ASSIGN TO CHKLIST.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690*
000700* CHECKREQ - THE PAPER-CHECK REQUEST LISTING FROM THE BONUS RUN,
000710* ONE SET PER COMPANY: A HEADING LINE CARRYING THE RUN'S FISCAL
000720* PERIOD AND THE COMPANY, A BLANK LINE, ONE CHECK-LINE PER CHECK
000730* WANTED, AND A CHECK TOTALS LINE WITH THE SET'S COUNT AND AMOUNT.
000740*
000750 FD  CHECK-REQ
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 100 CHARACTERS
000790     BLOCK CONTAINS 0 RECORDS
000800     DATA RECORD IS CHECK-REC.
000810 01  CHECK-REC                       PIC X(100).
000820*
000830* RETCHECK - DDRETURN'S CHECK REQUESTS FOR RETURNED DEPOSITS, IN
000840* THE SAME FORM.
000850*
000860 FD  RET-CHECK
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 100 CHARACTERS
000900     BLOCK CONTAINS 0 RECORDS
000910     DATA RECORD IS RET-CHECK-REC.
000920 01  RET-CHECK-REC                   PIC X(100).
000930*
000940* CHKCTL - ONE CONTROL RECORD PER COMPANY, IN COMPANY ORDER: THE
000950* NEXT CHECK NUMBER ON THE COMPANY'S STOCK, THE DISBURSEMENT
000960* ACCOUNT ITS CHECKS ARE DRAWN ON, THE NUMBER OF DAYS AFTER WHICH
000970* CHKRECON STALE-DATES AN UNCASHED CHECK, AND THE DATE OF THE LAST
000980* ISSUE.  SET UP BY HAND WHEN A STOCK IS LOADED.  A BLANK COMPANY
000990* IS 01.
001000*
001010 FD  CHECK-CTL
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD
001040     RECORD CONTAINS 80 CHARACTERS
001050     BLOCK CONTAINS 0 RECORDS
001060     DATA RECORD IS CTL-REC.
001070 01  CTL-REC.
001080     05  CC-NEXT-CHECK-NBR           PIC 9(8).
001090     05  FILLER                      PIC X.
001100     05  CC-ISSUE-ACCOUNT            PIC X(17).
001110     05  FILLER                      PIC X.
001120     05  CC-STALE-DAYS               PIC 9(3).
001130     05  FILLER                      PIC X.
001140     05  CC-LAST-ISSUE-DATE          PIC 9(8).
001150     05  FILLER                      PIC X.
001160     05  CC-COMPANY-CODE             PIC X(2).
001170     05  FILLER                      PIC X(38).
001180*
001190* CHKREG - THE PERMANENT CHECK REGISTER, ONE RECORD PER CHECK EVER
001200* ISSUED, IN ISSUE ORDER.  EXTENDED HERE; CHKRECON REWRITES IT
001210* WITH EACH CHECK'S STATUS (NEWCHKRG REPLACES CHKREG).  A CHECK
001220* NUMBER IS ONLY UNIQUE WITHIN ITS COMPANY; A BLANK COMPANY IS 01.
001230*
001240 FD  CHECK-REG
001250     RECORDING MODE IS F
001260     LABEL RECORDS ARE STANDARD
001270     RECORD CONTAINS 120 CHARACTERS
001280     BLOCK CONTAINS 0 RECORDS
001290     DATA RECORD IS REG-REC.
001300 01  REG-REC.
001310     05  CR-CHECK-NBR                PIC 9(8).
001320     05  CR-STATUS                   PIC X.
001330         88  CR-OUTSTANDING              VALUE 'O'.
001340         88  CR-CLEARED                  VALUE 'C'.
001350         88  CR-VOIDED                   VALUE 'V'.
001360         88  CR-STALE-DATED              VALUE 'S'.
001370     05  CR-ISSUE-DATE               PIC 9(8).
001380     05  CR-FISCAL                   PIC X(8).
001390     05  CR-EMP-NBR                  PIC X(5).
001400     05  CR-LAST-NAME                PIC X(20).
001410     05  CR-FIRST-NAME               PIC X(15).
001420     05  CR-MID-INIT                 PIC X.
001430     05  CR-DEPT-CODE                PIC X(4).
001440     05  CR-AMOUNT                   PIC 9(9)V99.
001450     05  CR-STATUS-DATE              PIC 9(8).
001460     05  CR-NOTE                     PIC X(11).
001470     05  CR-COMPANY-CODE             PIC X(2).
001480     05  FILLER                      PIC X(18).
001490*
001500* POSPAY - THE BANK'S POSITIVE-PAY ISSUE FILE, ONE SET PER COMPANY
001510* ACCOUNT ON CHKCTL: ONE 'I' RECORD PER CHECK DRAWN ON THE
001520* ACCOUNT, THEN A 'T' TRAILER THE BANK BALANCES THE ACCOUNT
001530* AGAINST.
001540*
001550 FD  POS-PAY
001560     RECORDING MODE IS F
001570     LABEL RECORDS ARE STANDARD
001580     RECORD CONTAINS 80 CHARACTERS
001590     BLOCK CONTAINS 0 RECORDS
001600     DATA RECORD IS POS-PAY-REC.
001610 01  POS-PAY-REC                     PIC X(80).
001620*
001630* CHKLIST - EVERY CHECK ISSUED THIS RUN, AND ANY REQUEST LINE THAT
001640* COULD NOT BE ISSUED.
001650*
001660 FD  ISSUE-RPT
001670     RECORDING MODE IS F
001680     LABEL RECORDS ARE STANDARD
001690     RECORD CONTAINS 100 CHARACTERS
001700     BLOCK CONTAINS 0 RECORDS
001710     DATA RECORD IS ISSUE-REC.
001720 01  ISSUE-REC                       PIC X(100).
001730
001740 WORKING-STORAGE SECTION.
001750
001760 01  WS-REQ-STATUS               PIC X(2) VALUE '00'.
001770     88  WS-REQ-FILE-NOT-FOUND       VALUE '35'.
001780
001790 01  WS-RET-STATUS               PIC X(2) VALUE '00'.
001800     88  WS-RET-FILE-NOT-FOUND       VALUE '35'.
001810
001820 01  WS-CTL-STATUS               PIC X(2) VALUE '00'.
001830
001840 01  WS-CTL-EOF-SW               PIC X VALUE 'N'.
001850     88  WS-CTL-EOF                  VALUE 'Y'.
001860
001870 01  WS-CTL-ERROR-SW             PIC X VALUE 'N'.
001880     88  WS-CTL-ERROR                VALUE 'Y'.
001890
001900 01  WS-REG-STATUS               PIC X(2) VALUE '00'.
001910     88  WS-REG-FILE-NOT-FOUND       VALUE '35'.
001920
001930 01  WS-REQ-EOF-SW               PIC X VALUE 'N'.
001940     88  WS-REQ-EOF                  VALUE 'Y'.
001950
001960 01  WS-EXCEPTION-SW             PIC X VALUE 'N'.
001970     88  WS-EXCEPTIONS-SEEN          VALUE 'Y'.
001980
001990 01  WS-HEAD-DATE                PIC X(34).
002000 01  WS-HEAD-TIME                PIC X(20).
002010 01  WS-RUN-FISCAL               PIC X(8).
002020 01  WS-RUN-DATE                 PIC 9(8).
002030
002040* THE FISCAL PERIOD OFF THE HEADING OF THE REQUEST FILE BEING
002050* ISSUED - THE REGISTER CARRIES THE PERIOD THE CHECK WAS REQUESTED
002060* IN, NOT THE PERIOD IT HAPPENED TO BE PRINTED IN.
002070 01  WS-REQ-FISCAL               PIC X(8).
002080
002090 01  WS-CHECK-AMT                PIC S9(7)V99 VALUE ZERO.
002100 01  WS-ISSUE-TOTAL              PIC S9(11)V99 COMP-3 VALUE ZERO.
002110 01  WS-PAYEE                    PIC X(30).
002120 01  WS-EXCEPTION-NOTE           PIC X(30).
002130
002140* THE COMPANY OFF THE HEADING OF THE SET BEING ISSUED, AND WHAT
002150* THE SET HAS CARRIED SINCE ITS HEADING, TO PROVE AGAINST ITS
002160* TOTALS LINE.  WS-CO-SLOT IS THE COMPANY'S CHKCTL ENTRY, ZERO
002170* WHEN IT HAS NONE.
002180 01  WS-REQ-COMPANY              PIC X(2).
002190 01  WS-REQ-SOURCE               PIC X(8) VALUE SPACES.
002200     88  WS-READING-CHECKREQ         VALUE 'CHECKREQ'.
002210     88  WS-READING-RETCHECK         VALUE 'RETCHECK'.
002220 01  WS-CO-SLOT                  PIC 9(3) VALUE ZERO.
002230 01  WS-FIND-CO-CODE             PIC X(2).
002240 01  WS-SET-LINES                PIC S9(7) COMP VALUE ZERO.
002250 01  WS-SET-AMOUNT               PIC S9(11)V99 COMP-3 VALUE ZERO.
002260
002270* THE CHKCTL RECORDS, LOADED UP FRONT IN FILE ORDER AND REWRITTEN
002280* IN THE SAME ORDER AT END OF JOB.  EACH COMPANY'S NEXT NUMBER
002290* MOVES ON AS ITS CHECKS ARE ISSUED, AND ITS COUNT AND AMOUNT GO
002300* ON ITS POSPAY TRAILER.
002310 01  CTL-TABLE.
002320     05  CTL-COMPANIES OCCURS 20 TIMES.
002330         10  CT-COMPANY-CODE     PIC X(2).
002340         10  CT-NEXT-CHECK-NBR   PIC 9(8).
002350         10  CT-ISSUE-ACCOUNT    PIC X(17).
002360         10  CT-CHECKS-ISSUED    PIC S9(7) COMP.
002370         10  CT-ISSUE-TOTAL      PIC S9(11)V99 COMP-3.
002380
002390 01  WS-CO-COUNT                 PIC 9(3) VALUE ZERO.
002400 01  CO-SUB                      PIC 9(3) VALUE ZERO.
002410
002420* THE POSITIVE-PAY DETAILS, HELD UNTIL END OF JOB.  CHECKREQ AND
002430* RETCHECK EACH CARRY A SET PER COMPANY, SO A COMPANY'S CHECKS ARE
002440* ISSUED IN TWO PLACES; HOLDING THEM LETS EACH ACCOUNT GO TO THE
002450* BANK AS ONE SET UNDER ONE TRAILER.
002460 01  POSPAY-TABLE.
002470     05  POSPAY-ITEMS OCCURS 5000 TIMES.
002480         10  PPT-CO-SLOT         PIC 9(3).
002490         10  PPT-DETAIL          PIC X(80).
002500
002510 01  WS-PP-COUNT                 PIC 9(5) VALUE ZERO.
002520 01  PP-SUB                      PIC 9(5) VALUE ZERO.
002530
002540* ONE REQUEST LINE, IN THE CHECK-LINE FORM BONUS AND DDRETURN
002550* WRITE - OR, FOR THE FIRST LINE OF THE FILE, ITS HEADING.
002560 01  WS-REQ-LINE.
002570     05  RQ-EMP-NBR              PIC X(5).
002580     05  FILLER                  PIC X(2).
002590     05  RQ-LAST-NAME            PIC X(20).
002600     05  FILLER                  PIC X(2).
002610     05  RQ-FIRST-NAME           PIC X(15).
002620     05  FILLER                  PIC X(2).
002630     05  RQ-MID-INIT             PIC X.
002640     05  FILLER                  PIC X(2).
002650     05  RQ-DEPT-CODE            PIC X(4).
002660     05  FILLER                  PIC X(2).
002670     05  RQ-NET                  PIC $$$,$$9.99-.
002680     05  FILLER                  PIC X(2).
002690     05  RQ-NOTE                 PIC X(11).
002700     05  FILLER                  PIC X(21).
002710 01  WS-REQ-HEAD REDEFINES WS-REQ-LINE.
002720     05  RQ-HEAD-LIT             PIC X(14).
002730     05  FILLER                  PIC X(22).
002740     05  RQ-HEAD-FISCAL          PIC X(8).
002750     05  FILLER                  PIC X(9).
002760     05  RQ-HEAD-COMPANY         PIC X(2).
002770     05  FILLER                  PIC X(45).
002780 01  WS-REQ-TOTAL REDEFINES WS-REQ-LINE.
002790     05  RQ-TOTAL-LIT            PIC X(14).
002800     05  RQ-TOTAL-COMPANY        PIC X(2).
002810     05  FILLER                  PIC X(2).
002820     05  RQ-TOTAL-COUNT          PIC 9(7).
002830     05  FILLER                  PIC X(2).
002840     05  RQ-TOTAL-AMOUNT         PIC 9(9)V99.
002850     05  FILLER                  PIC X(62).
002860
002870 01  PP-DETAIL.
002880     05  FILLER                  PIC X     VALUE 'I'.
002890     05  FILLER                  PIC X     VALUE SPACES.
002900     05  PD-ACCOUNT              PIC X(17).
002910     05  FILLER                  PIC X     VALUE SPACES.
002920     05  PD-CHECK-NBR            PIC 9(8).
002930     05  FILLER                  PIC X     VALUE SPACES.
002940     05  PD-AMOUNT               PIC 9(9)V99.
002950     05  FILLER                  PIC X     VALUE SPACES.
002960     05  PD-ISSUE-DATE           PIC 9(8).
002970     05  FILLER                  PIC X     VALUE SPACES.
002980     05  PD-PAYEE                PIC X(30).
002990
003000 01  PP-TRAILER.
003010     05  FILLER                  PIC X     VALUE 'T'.
003020     05  FILLER                  PIC X     VALUE SPACES.
003030     05  PT-ACCOUNT              PIC X(17).
003040     05  FILLER                  PIC X     VALUE SPACES.
003050     05  PT-CHECK-COUNT          PIC 9(8).
003060     05  FILLER                  PIC X     VALUE SPACES.
003070     05  PT-TOTAL-AMOUNT         PIC 9(11)V99.
003080     05  FILLER                  PIC X(38) VALUE SPACES.
003090
003100 01  ISSUE-HEADING-1.
003110     05  FILLER            PIC X(26) VALUE
003120         'CHKISSUE - CHECKS ISSUED '.
003130     05  IH-FISCAL         PIC X(8).
003140     05  FILLER            PIC X(4)  VALUE SPACES.
003150     05  IH-DATE           PIC X(34).
003160
003170 01  ISSUE-HEADING-2.
003180     05  FILLER            PIC X(10) VALUE 'CHECK NO'.
003190     05  FILLER            PIC X(7)  VALUE 'EMP NO'.
003200     05  FILLER            PIC X(22) VALUE 'LAST NAME'.
003210     05  FILLER            PIC X(6)  VALUE 'DEPT'.
003220     05  FILLER            PIC X(13) VALUE '     AMOUNT'.
003230     05  FILLER            PIC X(10) VALUE 'FISCAL'.
003240     05  FILLER            PIC X(11) VALUE 'REQUEST'.
003250
003260 01  ISSUE-DETAIL-LINE.
003270     05  ID-CHECK-NBR      PIC 9(8).
003280     05  FILLER            PIC X(2)  VALUE SPACES.
003290     05  ID-EMP-NBR        PIC X(5).
003300     05  FILLER            PIC X(2)  VALUE SPACES.
003310     05  ID-LAST-NAME      PIC X(20).
003320     05  FILLER            PIC X(2)  VALUE SPACES.
003330     05  ID-DEPT-CODE      PIC X(4).
003340     05  FILLER            PIC X(2)  VALUE SPACES.
003350     05  ID-AMOUNT         PIC $$$,$$9.99-.
003360     05  FILLER            PIC X(2)  VALUE SPACES.
003370     05  ID-FISCAL         PIC X(8).
003380     05  FILLER            PIC X(2)  VALUE SPACES.
003390     05  ID-NOTE           PIC X(30).
003400
003410* EACH SET ON THE LISTING OPENS WITH ITS COMPANY AND THE ACCOUNT
003420* ITS CHECKS ARE DRAWN ON.
003430 01  ISSUE-COMPANY-LINE.
003440     05  FILLER            PIC X(8)  VALUE 'COMPANY '.
003450     05  IC-COMPANY        PIC X(2).
003460     05  FILLER            PIC X(4)  VALUE SPACES.
003470     05  FILLER            PIC X(8)  VALUE 'ACCOUNT '.
003480     05  IC-ACCOUNT        PIC X(17).
003490     05  FILLER            PIC X(4)  VALUE SPACES.
003500     05  IC-SOURCE         PIC X(8).
003510
003520 01  ISSUE-TOTAL-LINE.
003530     05  FILLER            PIC X(8)  VALUE 'COMPANY '.
003540     05  IT-COMPANY        PIC X(2).
003550     05  FILLER            PIC X(2)  VALUE SPACES.
003560     05  FILLER            PIC X(17) VALUE 'CHECKS ISSUED:'.
003570     05  IT-CHECK-COUNT    PIC ZZZ,ZZ9.
003580     05  FILLER            PIC X(4)  VALUE SPACES.
003590     05  FILLER            PIC X(14) VALUE 'TOTAL AMOUNT:'.
003600     05  IT-TOTAL-AMOUNT   PIC $$$,$$$,$$9.99-.
003610     05  FILLER            PIC X(4)  VALUE SPACES.
003620     05  FILLER            PIC X(13) VALUE 'NEXT CHECK:'.
003630     05  IT-NEXT-CHECK     PIC 9(8).
003640
003650 01  ISSUE-GRAND-LINE.
003660     05  FILLER            PIC X(12) VALUE 'ALL'.
003670     05  FILLER            PIC X(17) VALUE 'CHECKS ISSUED:'.
003680     05  IG-CHECK-COUNT    PIC ZZZ,ZZ9.
003690     05  FILLER            PIC X(4)  VALUE SPACES.
003700     05  FILLER            PIC X(14) VALUE 'TOTAL AMOUNT:'.
003710     05  IG-TOTAL-AMOUNT   PIC $$$,$$$,$$9.99-.
003720
003730 01  W01-COUNTERS.
003740     05  W01-REQUESTS-READ        PIC S9(7) COMP VALUE ZERO.
003750     05  W01-CHECKS-ISSUED        PIC S9(7) COMP VALUE ZERO.
003760     05  W01-EXCEPTIONS           PIC S9(7) COMP VALUE ZERO.
003770
003780 PROCEDURE DIVISION.
003790 P0100-MAINLINE.
003800
003810     PERFORM P0200-INITIALIZE        THRU P0299-EXIT
003820
003830     PERFORM P0300-ISSUE-BONUS-REQS  THRU P0399-EXIT
003840
003850     PERFORM P0500-ISSUE-RET-REQS    THRU P0599-EXIT
003860
003870     PERFORM P0400-WRAP-UP           THRU P0499-EXIT
003880
003890     GOBACK
003900
003910     .
003920 P0199-EXIT.
003930     EXIT.
003940* THE CONTROL RECORDS ARE READ FIRST - WITHOUT A GOOD STARTING
003950* NUMBER NOTHING CAN BE ISSUED, SO A MISSING OR BAD ONE STOPS THE
003960* RUN BEFORE ANY OUTPUT IS OPENED.
003970 P0200-INITIALIZE.
003980
003990     CALL 'DATETIME' USING WS-HEAD-DATE WS-HEAD-TIME
004000                           WS-RUN-FISCAL
004010     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004020
004030     OPEN I-O CHECK-CTL
004040     IF WS-CTL-STATUS NOT = '00'
004050         DISPLAY 'CHKISSUE - CHKCTL OPEN FAILED, STATUS: '
004060                 WS-CTL-STATUS
004070         DISPLAY 'CHKISSUE - SET UP THE CONTROL RECORD WITH THE '
004080                 'FIRST CHECK NUMBER ON THE STOCK'
004090         MOVE +16 TO RETURN-CODE
004100         GOBACK
004110     END-IF
004120
004130     PERFORM P0210-LOAD-CTL THRU P0219-EXIT
004140         UNTIL WS-CTL-EOF
004150             OR WS-CTL-ERROR
004160
004170     IF WS-CO-COUNT = ZERO
004180             OR WS-CTL-ERROR
004190         DISPLAY 'CHKISSUE - CHKCTL NEEDS A NEXT CHECK NUMBER '
004200                 'AND AN ISSUE ACCOUNT - RUN ENDED'
004210         CLOSE CHECK-CTL
004220         MOVE +16 TO RETURN-CODE
004230         GOBACK
004240     END-IF
004250
004260* THE REGISTER ACCUMULATES ACROSS RUNS, SO IT IS EXTENDED, NOT
004270* REWRITTEN.  FIRST RUN EVER (STATUS 35) CREATES IT.
004280     OPEN EXTEND CHECK-REG
004290     IF WS-REG-STATUS NOT = '00'
004300         IF WS-REG-FILE-NOT-FOUND
004310             OPEN OUTPUT CHECK-REG
004320         ELSE
004330             DISPLAY 'CHKISSUE - CHKREG OPEN FAILED, STATUS: '
004340                     WS-REG-STATUS
004350             CLOSE CHECK-CTL
004360             MOVE +16 TO RETURN-CODE
004370             GOBACK
004380         END-IF
004390     END-IF
004400
004410     OPEN OUTPUT POS-PAY
004420                 ISSUE-RPT
004430
004440     MOVE WS-RUN-FISCAL TO IH-FISCAL
004450     MOVE WS-HEAD-DATE  TO IH-DATE
004460     WRITE ISSUE-REC FROM ISSUE-HEADING-1
004470     MOVE SPACES TO ISSUE-REC
004480     WRITE ISSUE-REC
004490     WRITE ISSUE-REC FROM ISSUE-HEADING-2
004500     MOVE SPACES TO ISSUE-REC
004510     WRITE ISSUE-REC
004520     .
004530 P0299-EXIT.
004540     EXIT.
004550
004560 P0210-LOAD-CTL.
004570     READ CHECK-CTL
004580         AT END
004590             MOVE 'Y' TO WS-CTL-EOF-SW
004600         NOT AT END
004610             PERFORM P0220-ADD-CTL-COMPANY THRU P0229-EXIT
004620     END-READ
004630     .
004640 P0219-EXIT.
004650     EXIT.
004660* ONE COMPANY'S CONTROL RECORD.  EACH NEEDS ITS OWN STARTING
004670* NUMBER AND ACCOUNT, AND A COMPANY MAY ONLY APPEAR ONCE - TWO
004680* RECORDS WOULD HAND OUT THE SAME NUMBERS TWICE.
004690 P0220-ADD-CTL-COMPANY.
004700     MOVE CC-COMPANY-CODE TO WS-FIND-CO-CODE
004710     IF WS-FIND-CO-CODE = SPACES
004720         MOVE '01' TO WS-FIND-CO-CODE
004730     END-IF
004740     PERFORM P0630-FIND-COMPANY THRU P0639-EXIT
004750
004760     EVALUATE TRUE
004770         WHEN CC-NEXT-CHECK-NBR NOT NUMERIC
004780                 OR CC-NEXT-CHECK-NBR = ZERO
004790                 OR CC-ISSUE-ACCOUNT = SPACES
004800             DISPLAY 'CHKISSUE - CHKCTL RECORD FOR COMPANY '
004810                     WS-FIND-CO-CODE ' IS INCOMPLETE'
004820             MOVE 'Y' TO WS-CTL-ERROR-SW
004830         WHEN WS-CO-SLOT > ZERO
004840             DISPLAY 'CHKISSUE - CHKCTL CARRIES COMPANY '
004850                     WS-FIND-CO-CODE ' TWICE'
004860             MOVE 'Y' TO WS-CTL-ERROR-SW
004870         WHEN WS-CO-COUNT NOT LESS THAN 20
004880             DISPLAY 'CHKISSUE - CHKCTL CARRIES MORE THAN 20 '
004890                     'COMPANIES'
004900             MOVE 'Y' TO WS-CTL-ERROR-SW
004910         WHEN OTHER
004920             ADD 1 TO WS-CO-COUNT
004930             MOVE WS-FIND-CO-CODE
004940                               TO CT-COMPANY-CODE   (WS-CO-COUNT)
004950             MOVE CC-NEXT-CHECK-NBR
004960                               TO CT-NEXT-CHECK-NBR (WS-CO-COUNT)
004970             MOVE CC-ISSUE-ACCOUNT
004980                               TO CT-ISSUE-ACCOUNT  (WS-CO-COUNT)
004990             MOVE ZERO         TO CT-CHECKS-ISSUED  (WS-CO-COUNT)
005000                                  CT-ISSUE-TOTAL    (WS-CO-COUNT)
005010     END-EVALUATE
005020     .
005030 P0229-EXIT.
005040     EXIT.
005050* THE BONUS RUN'S REQUESTS.  NO CHECKREQ (STATUS 35) MEANS NO
005060* BONUS RUN SINCE THE LAST ISSUE - NOTHING TO DO HERE.
005070 P0300-ISSUE-BONUS-REQS.
005080     OPEN INPUT CHECK-REQ
005090     IF WS-REQ-STATUS NOT = '00'
005100         IF WS-REQ-FILE-NOT-FOUND
005110             DISPLAY 'CHKISSUE - NO CHECKREQ - NO BONUS REQUESTS'
005120         ELSE
005130             DISPLAY 'CHKISSUE - CHECKREQ OPEN FAILED, STATUS: '
005140                     WS-REQ-STATUS
005150             PERFORM P0950-ABORT THRU P0959-EXIT
005160         END-IF
005170     ELSE
005180         MOVE SPACES     TO WS-REQ-FISCAL
005190                            WS-REQ-COMPANY
005200         MOVE 'N'        TO WS-REQ-EOF-SW
005210         MOVE 'CHECKREQ' TO WS-REQ-SOURCE
005220         PERFORM P0660-START-SET      THRU P0669-EXIT
005230         PERFORM P0310-READ-BONUS-REQ THRU P0319-EXIT
005240             UNTIL WS-REQ-EOF
005250         CLOSE CHECK-REQ
005260         MOVE SPACES     TO WS-REQ-SOURCE
005270     END-IF
005280     .
005290 P0399-EXIT.
005300     EXIT.
005310
005320 P0310-READ-BONUS-REQ.
005330     READ CHECK-REQ INTO WS-REQ-LINE
005340         AT END
005350             MOVE 'Y' TO WS-REQ-EOF-SW
005360         NOT AT END
005370             PERFORM P0600-PROC-REQ-LINE THRU P0699-EXIT
005380     END-READ
005390     .
005400 P0319-EXIT.
005410     EXIT.
005420* DDRETURN'S RE-ROUTED DEPOSITS.  NO RETCHECK MEANS NO RETURNS
005430* WERE PROCESSED SINCE THE LAST ISSUE.
005440 P0500-ISSUE-RET-REQS.
005450     OPEN INPUT RET-CHECK
005460     IF WS-RET-STATUS NOT = '00'
005470         IF WS-RET-FILE-NOT-FOUND
005480             DISPLAY 'CHKISSUE - NO RETCHECK - NO RETURN REQUESTS'
005490         ELSE
005500             DISPLAY 'CHKISSUE - RETCHECK OPEN FAILED, STATUS: '
005510                     WS-RET-STATUS
005520             PERFORM P0950-ABORT THRU P0959-EXIT
005530         END-IF
005540     ELSE
005550         MOVE SPACES     TO WS-REQ-FISCAL
005560                            WS-REQ-COMPANY
005570         MOVE 'N'        TO WS-REQ-EOF-SW
005580         MOVE 'RETCHECK' TO WS-REQ-SOURCE
005590         PERFORM P0660-START-SET    THRU P0669-EXIT
005600         PERFORM P0510-READ-RET-REQ THRU P0519-EXIT
005610             UNTIL WS-REQ-EOF
005620         CLOSE RET-CHECK
005630         MOVE SPACES     TO WS-REQ-SOURCE
005640     END-IF
005650     .
005660 P0599-EXIT.
005670     EXIT.
005680
005690 P0510-READ-RET-REQ.
005700     READ RET-CHECK INTO WS-REQ-LINE
005710         AT END
005720             MOVE 'Y' TO WS-REQ-EOF-SW
005730         NOT AT END
005740             PERFORM P0600-PROC-REQ-LINE THRU P0699-EXIT
005750     END-READ
005760     .
005770 P0519-EXIT.
005780     EXIT.
005790* ONE LINE OF A REQUEST FILE - THE HEADING GIVES THE FISCAL PERIOD
005800* AND COMPANY FOR THE CHECKS UNDER IT, A TOTALS LINE CLOSES THE
005810* COMPANY'S SET, A BLANK LINE IS SPACING, ANYTHING ELSE IS A CHECK
005820* TO ISSUE.  THE AMOUNT IS DE-EDITED BACK FROM THE PRINTED FORM; A
005830* LINE WITH NO EMPLOYEE OR NO POSITIVE AMOUNT IS AN EXCEPTION, NOT
005840* A CHECK, AND SO IS ONE FOR A COMPANY WITH NO CHKCTL RECORD.
005850 P0600-PROC-REQ-LINE.
005860     EVALUATE TRUE
005870         WHEN RQ-HEAD-LIT = 'CHECK REQUESTS'
005880             MOVE RQ-HEAD-FISCAL  TO WS-REQ-FISCAL
005890             MOVE RQ-HEAD-COMPANY TO WS-REQ-COMPANY
005900             PERFORM P0660-START-SET      THRU P0669-EXIT
005910             PERFORM P0670-LIST-COMPANY   THRU P0679-EXIT
005920         WHEN RQ-TOTAL-LIT = 'CHECK TOTALS'
005930             PERFORM P0650-PROVE-SET      THRU P0659-EXIT
005940         WHEN WS-REQ-LINE = SPACES
005950             CONTINUE
005960         WHEN OTHER
005970             ADD 1 TO W01-REQUESTS-READ
005980             MOVE RQ-NET TO WS-CHECK-AMT
005990             ADD 1            TO WS-SET-LINES
006000             ADD WS-CHECK-AMT TO WS-SET-AMOUNT
006010             EVALUATE TRUE
006020                 WHEN RQ-EMP-NBR = SPACES
006030                         OR WS-CHECK-AMT NOT GREATER THAN ZERO
006040                     MOVE 'NOT ISSUED - BAD REQUEST LINE'
006050                                          TO WS-EXCEPTION-NOTE
006060                     PERFORM P0640-LIST-EXCEPTION THRU P0649-EXIT
006070                 WHEN WS-CO-SLOT = ZERO
006080                     MOVE 'NOT ISSUED - NO CHKCTL COMPANY'
006090                                          TO WS-EXCEPTION-NOTE
006100                     PERFORM P0640-LIST-EXCEPTION THRU P0649-EXIT
006110                 WHEN OTHER
006120                     PERFORM P0610-ISSUE-CHECK    THRU P0619-EXIT
006130             END-EVALUATE
006140     END-EVALUATE
006150     .
006160 P0699-EXIT.
006170     EXIT.
006180* TAKE THE NEXT NUMBER OFF THE COMPANY'S CONTROL RECORD AND ISSUE
006190* THE CHECK TO THE REGISTER, THE POSITIVE-PAY HOLD AND THE
006200* LISTING.  A RUN PAST THE 5000-SLOT HOLD CANNOT GO TO THE BANK
006210* WHOLE, SO STOP.
006220 P0610-ISSUE-CHECK.
006230     IF WS-PP-COUNT NOT LESS THAN 5000
006240         DISPLAY 'CHKISSUE - MORE THAN 5000 CHECKS IN ONE RUN'
006250         PERFORM P0950-ABORT THRU P0959-EXIT
006260     END-IF
006270
006280     MOVE SPACES                 TO REG-REC
006290     MOVE CT-NEXT-CHECK-NBR (WS-CO-SLOT) TO CR-CHECK-NBR
006300     MOVE 'O'                    TO CR-STATUS
006310     MOVE WS-RUN-DATE            TO CR-ISSUE-DATE
006320     MOVE WS-REQ-FISCAL          TO CR-FISCAL
006330     MOVE RQ-EMP-NBR             TO CR-EMP-NBR
006340     MOVE RQ-LAST-NAME           TO CR-LAST-NAME
006350     MOVE RQ-FIRST-NAME          TO CR-FIRST-NAME
006360     MOVE RQ-MID-INIT            TO CR-MID-INIT
006370     MOVE RQ-DEPT-CODE           TO CR-DEPT-CODE
006380     MOVE WS-CHECK-AMT           TO CR-AMOUNT
006390     MOVE ZEROES                 TO CR-STATUS-DATE
006400     MOVE RQ-NOTE                TO CR-NOTE
006410     MOVE WS-REQ-COMPANY         TO CR-COMPANY-CODE
006420     WRITE REG-REC
006430
006440     PERFORM P0620-BUILD-PAYEE   THRU P0629-EXIT
006450     MOVE CT-ISSUE-ACCOUNT  (WS-CO-SLOT) TO PD-ACCOUNT
006460     MOVE CT-NEXT-CHECK-NBR (WS-CO-SLOT) TO PD-CHECK-NBR
006470     MOVE WS-CHECK-AMT           TO PD-AMOUNT
006480     MOVE WS-RUN-DATE            TO PD-ISSUE-DATE
006490     MOVE WS-PAYEE               TO PD-PAYEE
006500     ADD 1                       TO WS-PP-COUNT
006510     MOVE WS-CO-SLOT             TO PPT-CO-SLOT (WS-PP-COUNT)
006520     MOVE PP-DETAIL              TO PPT-DETAIL  (WS-PP-COUNT)
006530
006540     MOVE CT-NEXT-CHECK-NBR (WS-CO-SLOT) TO ID-CHECK-NBR
006550     MOVE RQ-EMP-NBR             TO ID-EMP-NBR
006560     MOVE RQ-LAST-NAME           TO ID-LAST-NAME
006570     MOVE RQ-DEPT-CODE           TO ID-DEPT-CODE
006580     MOVE WS-CHECK-AMT           TO ID-AMOUNT
006590     MOVE WS-REQ-FISCAL          TO ID-FISCAL
006600     MOVE RQ-NOTE                TO ID-NOTE
006610     WRITE ISSUE-REC FROM ISSUE-DETAIL-LINE
006620
006630     ADD 1                       TO W01-CHECKS-ISSUED
006640     ADD WS-CHECK-AMT            TO WS-ISSUE-TOTAL
006650     ADD 1                       TO CT-CHECKS-ISSUED  (WS-CO-SLOT)
006660     ADD WS-CHECK-AMT            TO CT-ISSUE-TOTAL    (WS-CO-SLOT)
006670     ADD 1                       TO CT-NEXT-CHECK-NBR (WS-CO-SLOT)
006680     .
006690 P0619-EXIT.
006700     EXIT.
006710* THE PAYEE LINE THE BANK MATCHES AGAINST - FIRST NAME, INITIAL
006720* (WHEN THERE IS ONE), LAST NAME.
006730 P0620-BUILD-PAYEE.
006740     MOVE SPACES TO WS-PAYEE
006750     IF RQ-MID-INIT = SPACE
006760         STRING RQ-FIRST-NAME       DELIMITED BY '  '
006770                ' '                 DELIMITED BY SIZE
006780                RQ-LAST-NAME        DELIMITED BY '  '
006790           INTO WS-PAYEE
006800         END-STRING
006810     ELSE
006820         STRING RQ-FIRST-NAME       DELIMITED BY '  '
006830                ' '                 DELIMITED BY SIZE
006840                RQ-MID-INIT         DELIMITED BY SIZE
006850                ' '                 DELIMITED BY SIZE
006860                RQ-LAST-NAME        DELIMITED BY '  '
006870           INTO WS-PAYEE
006880         END-STRING
006890     END-IF
006900     .
006910 P0629-EXIT.
006920     EXIT.
006930
006940 P0640-LIST-EXCEPTION.
006950     MOVE ZEROES                 TO ID-CHECK-NBR
006960     MOVE RQ-EMP-NBR             TO ID-EMP-NBR
006970     MOVE RQ-LAST-NAME           TO ID-LAST-NAME
006980     MOVE RQ-DEPT-CODE           TO ID-DEPT-CODE
006990     MOVE WS-CHECK-AMT           TO ID-AMOUNT
007000     MOVE WS-REQ-FISCAL          TO ID-FISCAL
007010     MOVE WS-EXCEPTION-NOTE      TO ID-NOTE
007020     WRITE ISSUE-REC FROM ISSUE-DETAIL-LINE
007030     ADD 1 TO W01-EXCEPTIONS
007040     MOVE 'Y' TO WS-EXCEPTION-SW
007050     .
007060 P0649-EXIT.
007070     EXIT.
007080* A COMPANY'S REQUESTS MUST ADD UP TO ITS TOTALS LINE.  THE CHECKS
007090* ARE ALREADY ISSUED BY THEN, SO A SET THAT DOES NOT PROVE IS
007100* LISTED AS AN EXCEPTION FOR SOMEBODY TO RECONCILE BY HAND.
007110 P0650-PROVE-SET.
007120     IF RQ-TOTAL-COUNT  NOT = WS-SET-LINES
007130        OR RQ-TOTAL-AMOUNT NOT = WS-SET-AMOUNT
007140         DISPLAY 'CHKISSUE - ' WS-REQ-SOURCE
007150                 ' OUT OF BALANCE FOR COMPANY ' RQ-TOTAL-COMPANY
007160         DISPLAY 'CHKISSUE - TOTALS LINE: ' RQ-TOTAL-COUNT ' '
007170                 RQ-TOTAL-AMOUNT
007180         DISPLAY 'CHKISSUE - REQUESTS   : ' WS-SET-LINES ' '
007190                 WS-SET-AMOUNT
007200         MOVE ZEROES                 TO ID-CHECK-NBR
007210         MOVE SPACES                 TO ID-EMP-NBR
007220                                        ID-LAST-NAME
007230                                        ID-DEPT-CODE
007240         STRING 'COMPANY '           DELIMITED BY SIZE
007250                RQ-TOTAL-COMPANY     DELIMITED BY SIZE
007260                ' TOTALS'            DELIMITED BY SIZE
007270           INTO ID-LAST-NAME
007280         END-STRING
007290         MOVE WS-SET-AMOUNT          TO ID-AMOUNT
007300         MOVE WS-REQ-FISCAL          TO ID-FISCAL
007310         MOVE SPACES                 TO ID-NOTE
007320         STRING WS-REQ-SOURCE        DELIMITED BY SIZE
007330                ' SET OUT OF BALANCE' DELIMITED BY SIZE
007340           INTO ID-NOTE
007350         END-STRING
007360         WRITE ISSUE-REC FROM ISSUE-DETAIL-LINE
007370         ADD 1 TO W01-EXCEPTIONS
007380         MOVE 'Y' TO WS-EXCEPTION-SW
007390     END-IF
007400     .
007410 P0659-EXIT.
007420     EXIT.
007430* WS-CO-SLOT COMES BACK AS THE CHKCTL ENTRY FOR WS-FIND-CO-CODE,
007440* OR ZERO WHEN THE COMPANY HAS NONE.
007450 P0630-FIND-COMPANY.
007460     MOVE ZEROES TO WS-CO-SLOT
007470     PERFORM P0635-TEST-COMPANY THRU P0636-EXIT
007480         VARYING CO-SUB FROM 1 BY 1
007490         UNTIL CO-SUB > WS-CO-COUNT
007500             OR WS-CO-SLOT > ZERO
007510     .
007520 P0639-EXIT.
007530     EXIT.
007540
007550 P0635-TEST-COMPANY.
007560     IF CT-COMPANY-CODE (CO-SUB) = WS-FIND-CO-CODE
007570         MOVE CO-SUB TO WS-CO-SLOT
007580     END-IF
007590     .
007600 P0636-EXIT.
007610     EXIT.
007620* A NEW SET - OR THE TOP OF A FILE, WHOSE LINES BELONG TO COMPANY
007630* 01 UNTIL A HEADING SAYS OTHERWISE.  THE COMPANY IS LOOKED UP ON
007640* CHKCTL AND THE SET'S PROOF TOTALS START AGAIN.
007650 P0660-START-SET.
007660     IF WS-REQ-COMPANY = SPACES
007670         MOVE '01' TO WS-REQ-COMPANY
007680     END-IF
007690     MOVE WS-REQ-COMPANY TO WS-FIND-CO-CODE
007700     PERFORM P0630-FIND-COMPANY THRU P0639-EXIT
007710     MOVE ZERO TO WS-SET-LINES
007720                  WS-SET-AMOUNT
007730     .
007740 P0669-EXIT.
007750     EXIT.
007760* THE SET'S COMPANY AND THE ACCOUNT ITS CHECKS ARE DRAWN ON, AHEAD
007770* OF ITS CHECKS ON THE LISTING.
007780 P0670-LIST-COMPANY.
007790     MOVE WS-REQ-COMPANY            TO IC-COMPANY
007800     IF WS-CO-SLOT > ZERO
007810         MOVE CT-ISSUE-ACCOUNT (WS-CO-SLOT) TO IC-ACCOUNT
007820     ELSE
007830         MOVE 'NOT ON CHKCTL'       TO IC-ACCOUNT
007840         DISPLAY 'CHKISSUE - ' WS-REQ-SOURCE ' SET FOR COMPANY '
007850                 WS-REQ-COMPANY ' HAS NO CHKCTL RECORD'
007860     END-IF
007870     MOVE WS-REQ-SOURCE             TO IC-SOURCE
007880     MOVE SPACES TO ISSUE-REC
007890     WRITE ISSUE-REC
007900     WRITE ISSUE-REC FROM ISSUE-COMPANY-LINE
007910     .
007920 P0679-EXIT.
007930     EXIT.
007940* EACH COMPANY ACCOUNT GOES TO THE BANK AS ITS OWN SET - ITS
007950* CHECKS, THEN ITS TRAILER - AND THE TRAILER GOES OUT EVEN WHEN
007960* THE ACCOUNT HAD NO CHECKS, SO THE BANK ALWAYS SEES A BALANCED
007970* FILE.  THE CONTROL RECORDS ARE REWRITTEN LAST, IN THE ORDER THEY
007980* WERE READ, WITH EACH COMPANY'S NEXT UNUSED NUMBER.
007990 P0400-WRAP-UP.
008000
008010     MOVE SPACES TO ISSUE-REC
008020     WRITE ISSUE-REC
008030     PERFORM P0410-WRITE-ACCOUNT-SET THRU P0419-EXIT
008040         VARYING CO-SUB FROM 1 BY 1
008050         UNTIL CO-SUB > WS-CO-COUNT
008060
008070     MOVE W01-CHECKS-ISSUED     TO IG-CHECK-COUNT
008080     MOVE WS-ISSUE-TOTAL        TO IG-TOTAL-AMOUNT
008090     WRITE ISSUE-REC FROM ISSUE-GRAND-LINE
008100
008110     CLOSE CHECK-CTL
008120     OPEN I-O CHECK-CTL
008130     PERFORM P0430-REWRITE-CTL THRU P0439-EXIT
008140         VARYING CO-SUB FROM 1 BY 1
008150         UNTIL CO-SUB > WS-CO-COUNT
008160
008170     CLOSE CHECK-CTL
008180           CHECK-REG
008190           POS-PAY
008200           ISSUE-RPT
008210
008220     DISPLAY 'CHKISSUE - CHECK ISSUE COUNTS'
008230     DISPLAY 'REQUEST LINES READ: ' W01-REQUESTS-READ
008240     DISPLAY 'CHECKS ISSUED     : ' W01-CHECKS-ISSUED
008250     DISPLAY 'EXCEPTIONS        : ' W01-EXCEPTIONS
008260     PERFORM P0440-SHOW-NEXT-CHECK THRU P0449-EXIT
008270         VARYING CO-SUB FROM 1 BY 1
008280         UNTIL CO-SUB > WS-CO-COUNT
008290
008300     IF WS-EXCEPTIONS-SEEN
008310         DISPLAY 'CHKISSUE - EXCEPTIONS ON CHKLIST NEED REVIEW'
008320         MOVE +8 TO RETURN-CODE
008330     ELSE
008340         MOVE +0 TO RETURN-CODE
008350     END-IF
008360     .
008370 P0499-EXIT.
008380     EXIT.
008390* ONE COMPANY ACCOUNT'S POSITIVE-PAY SET, AND ITS TOTAL ON THE
008400* LISTING.
008410 P0410-WRITE-ACCOUNT-SET.
008420     PERFORM P0420-WRITE-POS-DETAIL THRU P0429-EXIT
008430         VARYING PP-SUB FROM 1 BY 1
008440         UNTIL PP-SUB > WS-PP-COUNT
008450
008460     MOVE CT-ISSUE-ACCOUNT  (CO-SUB) TO PT-ACCOUNT
008470     MOVE CT-CHECKS-ISSUED  (CO-SUB) TO PT-CHECK-COUNT
008480     MOVE CT-ISSUE-TOTAL    (CO-SUB) TO PT-TOTAL-AMOUNT
008490     WRITE POS-PAY-REC FROM PP-TRAILER
008500
008510     MOVE CT-COMPANY-CODE   (CO-SUB) TO IT-COMPANY
008520     MOVE CT-CHECKS-ISSUED  (CO-SUB) TO IT-CHECK-COUNT
008530     MOVE CT-ISSUE-TOTAL    (CO-SUB) TO IT-TOTAL-AMOUNT
008540     MOVE CT-NEXT-CHECK-NBR (CO-SUB) TO IT-NEXT-CHECK
008550     WRITE ISSUE-REC FROM ISSUE-TOTAL-LINE
008560     .
008570 P0419-EXIT.
008580     EXIT.
008590
008600 P0420-WRITE-POS-DETAIL.
008610     IF PPT-CO-SLOT (PP-SUB) = CO-SUB
008620         WRITE POS-PAY-REC FROM PPT-DETAIL (PP-SUB)
008630     END-IF
008640     .
008650 P0429-EXIT.
008660     EXIT.
008670* THE CONTROL FILE IS READ BACK IN LOAD ORDER, SO THE NTH RECORD
008680* IS THE NTH TABLE ENTRY.
008690 P0430-REWRITE-CTL.
008700     READ CHECK-CTL
008710         AT END
008720             CONTINUE
008730         NOT AT END
008740             MOVE CT-NEXT-CHECK-NBR (CO-SUB) TO CC-NEXT-CHECK-NBR
008750             MOVE WS-RUN-DATE                TO CC-LAST-ISSUE-DATE
008760             REWRITE CTL-REC
008770     END-READ
008780     .
008790 P0439-EXIT.
008800     EXIT.
008810
008820 P0440-SHOW-NEXT-CHECK.
008830     DISPLAY 'NEXT CHECK NUMBER : ' CT-NEXT-CHECK-NBR (CO-SUB)
008840             ' COMPANY ' CT-COMPANY-CODE (CO-SUB)
008850     .
008860 P0449-EXIT.
008870     EXIT.
008880* A REQUEST FILE THAT IS THERE BUT UNREADABLE, OR A RUN TOO BIG TO
008890* HOLD.  THE CONTROL RECORDS ARE NOT REWRITTEN, SO THE NUMBERS
008900* HANDED OUT SO FAR ARE REUSED ON THE RERUN - THE PARTIAL REGISTER
008910* APPENDS AND POSPAY MUST BE DISCARDED WITH IT.
008920* EVERY FILE STILL OPEN IS CLOSED FIRST, THE REQUEST FILE BEING
008930* READ INCLUDED.
008940 P0950-ABORT.
008950     DISPLAY 'CHKISSUE - RUN ENDED - DISCARD POSPAY AND RESTORE '
008960             'CHKREG BEFORE RERUNNING'
008970     EVALUATE TRUE
008980         WHEN WS-READING-CHECKREQ
008990             CLOSE CHECK-REQ
009000         WHEN WS-READING-RETCHECK
009010             CLOSE RET-CHECK
009020     END-EVALUATE
009030     CLOSE CHECK-CTL CHECK-REG POS-PAY ISSUE-RPT
009040     MOVE +16 TO RETURN-CODE
009050     GOBACK
009060     .
009070 P0959-EXIT.
009080     EXIT.
009090
009100* END OF PROGRAM
