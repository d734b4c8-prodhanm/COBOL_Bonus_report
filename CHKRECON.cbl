000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CHKRECON.
000120 AUTHOR. REF.
000130 INSTALLATION. REF.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*
000170* MODIFICATION HISTORY
000180*    2026-10-15  REF  INITIAL VERSION - CHECK RECONCILIATION, THE
000190*                      COMPANION STEP TO CHKISSUE.  THE BANK'S
000200*                      PAID-CHECKS FILE (CHKPAID) CLEARS CHECKS
000210*                      ON THE REGISTER; VOID REQUESTS KEYED BY
000220*                      PAYROLL (CHKVOID) VOID OUTSTANDING ONES; AN
000230*                      OUTSTANDING CHECK OLDER THAN THE CHKCTL
000240*                      STALE-DAYS LIMIT IS STALE-DATED AND GOES TO
000250*                      THE UNCLAIMED-PROPERTY LISTING (UNCLAIM).
000260*                      VOIDED AND STALE-DATED CHECKS GO BACK TO
000270*                      THE BANK ON THE POSITIVE-PAY VOID FILE
000280*                      (POSVOID) SO THEY CANNOT BE CASHED.  THE
000290*                      REWRITTEN REGISTER GOES TO NEWCHKRG, WHICH
000300*                      REPLACES CHKREG THE WAY NEWEMP REPLACES
000310*                      EMPMAST.
000320*                      RECONRPT LISTS THE RUN'S ACTIVITY AND EVERY
000330*                      CHECK STILL OUTSTANDING BY AGE.  A PAID OR
000340*                      VOID ITEM THAT DOES NOT FIT THE REGISTER IS
000350*                      AN EXCEPTION AND ENDS THE JOB RC 8.
000360*    2026-10-15  REF  CHECKS ARE DRAWN PER COMPANY.  CHKCTL HOLDS
000370*                      ONE RECORD PER COMPANY (ACCOUNT AND STALE
000380*                      DAYS) AND THE REGISTER CARRIES THE COMPANY,
000390*                      BLANK BEING 01 IN BOTH.  A PAID ITEM CLEARS
000400*                      THE CHECK OF THAT NUMBER DRAWN ON ITS
000410*                      ACCOUNT, A VOID REQUEST NAMES ITS COMPANY,
000420*                      EACH CHECK STALE-DATES ON ITS OWN COMPANY'S
000430*                      LIMIT, AND POSVOID CARRIES ONE 'V'/'T' SET
000440*                      PER COMPANY ACCOUNT.  THE LISTINGS SHOW THE
000450*                      COMPANY; A REGISTER CHECK FOR A COMPANY NOT
000460*                      ON CHKCTL IS AN EXCEPTION, LEFT AS IT WAS.
000470*
000480 ENVIRONMENT DIVISION.
000490
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT CHECK-CTL   ASSIGN TO CHKCTL
000530             FILE STATUS IS WS-CTL-STATUS.
000540     SELECT CHECK-REG   ASSIGN TO CHKREG
000550             FILE STATUS IS WS-REG-STATUS.
000560     SELECT PAID-IN     ASSIGN TO CHKPAID
000570             FILE STATUS IS WS-PAID-STATUS.
000580     SELECT VOID-IN     ASSIGN TO CHKVOID
000590             FILE STATUS IS WS-VOID-STATUS.
000600     SELECT NEW-REG     ASSIGN TO NEWCHKRG.
000610     SELECT POS-VOID    ASSIGN TO POSVOID.
000620     SELECT RECON-RPT   ASSIGN TO RECONRPT.
000630     SELECT UNCLAIM-RPT ASSIGN TO UNCLAIM.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670*
000680* CHKCTL - THE CHECK CONTROL RECORDS, ONE PER COMPANY, AS IN
000690* CHKISSUE.  ONLY READ HERE, FOR EACH COMPANY'S ISSUE ACCOUNT AND
000700* STALE-DAYS LIMIT.
000710*
000720 FD  CHECK-CTL
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD
000750     RECORD CONTAINS 80 CHARACTERS
000760     BLOCK CONTAINS 0 RECORDS
000770     DATA RECORD IS CTL-REC.
000780 01  CTL-REC.
000790     05  CC-NEXT-CHECK-NBR           PIC 9(8).
000800     05  FILLER                      PIC X.
000810     05  CC-ISSUE-ACCOUNT            PIC X(17).
000820     05  FILLER                      PIC X.
000830     05  CC-STALE-DAYS               PIC 9(3).
000840     05  FILLER                      PIC X.
000850     05  CC-LAST-ISSUE-DATE          PIC 9(8).
000860     05  FILLER                      PIC X.
000870     05  CC-COMPANY-CODE             PIC X(2).
000880     05  FILLER                      PIC X(38).
000890*
000900* CHKREG - THE PERMANENT CHECK REGISTER, AS IN CHKISSUE.
000910*
000920 FD  CHECK-REG
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 120 CHARACTERS
000960     BLOCK CONTAINS 0 RECORDS
000970     DATA RECORD IS REG-REC.
000980 01  REG-REC.
000990     05  CR-CHECK-NBR                PIC 9(8).
001000     05  CR-STATUS                   PIC X.
001010         88  CR-OUTSTANDING              VALUE 'O'.
001020         88  CR-CLEARED                  VALUE 'C'.
001030         88  CR-VOIDED                   VALUE 'V'.
001040         88  CR-STALE-DATED              VALUE 'S'.
001050     05  CR-ISSUE-DATE               PIC 9(8).
001060     05  CR-FISCAL                   PIC X(8).
001070     05  CR-EMP-NBR                  PIC X(5).
001080     05  CR-LAST-NAME                PIC X(20).
001090     05  CR-FIRST-NAME               PIC X(15).
001100     05  CR-MID-INIT                 PIC X.
001110     05  CR-DEPT-CODE                PIC X(4).
001120     05  CR-AMOUNT                   PIC 9(9)V99.
001130     05  CR-STATUS-DATE              PIC 9(8).
001140     05  CR-NOTE                     PIC X(11).
001150     05  CR-COMPANY-CODE             PIC X(2).
001160     05  FILLER                      PIC X(18).
001170*
001180* CHKPAID - THE BANK'S PAID-CHECKS FILE.  ONE 'P' RECORD PER CHECK
001190* PRESENTED AND PAID, NAMING THE ACCOUNT IT WAS DRAWN ON; ANY
001200* OTHER RECORD TYPE (THE BANK'S OWN HEADER AND TRAILER) IS
001210* SKIPPED.  MISSING MEANS NOTHING CLEARED.
001220*
001230 FD  PAID-IN
001240     RECORDING MODE IS F
001250     LABEL RECORDS ARE STANDARD
001260     RECORD CONTAINS 80 CHARACTERS
001270     BLOCK CONTAINS 0 RECORDS
001280     DATA RECORD IS PAID-REC.
001290 01  PAID-REC.
001300     05  PC-REC-TYPE                 PIC X.
001310         88  PC-PAID-ITEM                VALUE 'P'.
001320     05  FILLER                      PIC X.
001330     05  PC-ACCOUNT                  PIC X(17).
001340     05  FILLER                      PIC X.
001350     05  PC-CHECK-NBR                PIC 9(8).
001360     05  FILLER                      PIC X.
001370     05  PC-AMOUNT                   PIC 9(9)V99.
001380     05  FILLER                      PIC X.
001390     05  PC-PAID-DATE                PIC 9(8).
001400     05  FILLER                      PIC X(31).
001410*
001420* CHKVOID - CHECKS PAYROLL WANTS VOIDED (LOST, DAMAGED, ISSUED IN
001430* ERROR), ONE PER CHECK, WITH THE COMPANY THAT DREW IT (BLANK IS
001440* 01).  MISSING MEANS NO VOIDS THIS RUN.
001450*
001460 FD  VOID-IN
001470     RECORDING MODE IS F
001480     LABEL RECORDS ARE STANDARD
001490     RECORD CONTAINS 80 CHARACTERS
001500     BLOCK CONTAINS 0 RECORDS
001510     DATA RECORD IS VOID-REC.
001520 01  VOID-REC.
001530     05  VD-CHECK-NBR                PIC 9(8).
001540     05  FILLER                      PIC X.
001550     05  VD-REASON                   PIC X(30).
001560     05  FILLER                      PIC X.
001570     05  VD-COMPANY-CODE             PIC X(2).
001580     05  FILLER                      PIC X(38).
001590*
001600* NEWCHKRG - THE REGISTER WITH THIS RUN'S STATUS CHANGES, TO
001610* REPLACE CHKREG.
001620*
001630 FD  NEW-REG
001640     RECORDING MODE IS F
001650     LABEL RECORDS ARE STANDARD
001660     RECORD CONTAINS 120 CHARACTERS
001670     BLOCK CONTAINS 0 RECORDS
001680     DATA RECORD IS NEW-REG-REC.
001690 01  NEW-REG-REC                     PIC X(120).
001700*
001710* POSVOID - VOIDED AND STALE-DATED CHECKS FOR THE BANK'S
001720* POSITIVE-PAY FILE, IN THE POSPAY FORM WITH A 'V' RECORD TYPE,
001730* ONE SET PER COMPANY ACCOUNT UNDER ITS OWN COUNT/AMOUNT TRAILER.
001740*
001750 FD  POS-VOID
001760     RECORDING MODE IS F
001770     LABEL RECORDS ARE STANDARD
001780     RECORD CONTAINS 80 CHARACTERS
001790     BLOCK CONTAINS 0 RECORDS
001800     DATA RECORD IS POS-VOID-REC.
001810 01  POS-VOID-REC                    PIC X(80).
001820*
001830* RECONRPT - THE RUN'S ACTIVITY AND EXCEPTIONS, THEN THE CHECKS
001840* STILL OUTSTANDING, OLDEST FIRST, WITH AGING TOTALS.
001850*
001860 FD  RECON-RPT
001870     RECORDING MODE IS F
001880     LABEL RECORDS ARE STANDARD
001890     RECORD CONTAINS 100 CHARACTERS
001900     BLOCK CONTAINS 0 RECORDS
001910     DATA RECORD IS RECON-REC.
001920 01  RECON-REC                       PIC X(100).
001930*
001940* UNCLAIM - CHECKS STALE-DATED THIS RUN, FOR UNCLAIMED-PROPERTY
001950* REPORTING.
001960*
001970 FD  UNCLAIM-RPT
001980     RECORDING MODE IS F
001990     LABEL RECORDS ARE STANDARD
002000     RECORD CONTAINS 100 CHARACTERS
002010     BLOCK CONTAINS 0 RECORDS
002020     DATA RECORD IS UNCLAIM-REC.
002030 01  UNCLAIM-REC                     PIC X(100).
002040
002050 WORKING-STORAGE SECTION.
002060
002070 01  WS-CTL-STATUS               PIC X(2) VALUE '00'.
002080
002090 01  WS-CTL-EOF-SW               PIC X VALUE 'N'.
002100     88  WS-CTL-EOF                  VALUE 'Y'.
002110
002120 01  WS-REG-STATUS               PIC X(2) VALUE '00'.
002130
002140 01  WS-PAID-STATUS              PIC X(2) VALUE '00'.
002150     88  WS-PAID-FILE-NOT-FOUND      VALUE '35'.
002160
002170 01  WS-VOID-STATUS              PIC X(2) VALUE '00'.
002180     88  WS-VOID-FILE-NOT-FOUND      VALUE '35'.
002190
002200 01  WS-REG-EOF-SW               PIC X VALUE 'N'.
002210     88  WS-REG-EOF                  VALUE 'Y'.
002220
002230 01  WS-PAID-EOF-SW              PIC X VALUE 'N'.
002240     88  WS-PAID-EOF                 VALUE 'Y'.
002250
002260 01  WS-VOID-EOF-SW              PIC X VALUE 'N'.
002270     88  WS-VOID-EOF                 VALUE 'Y'.
002280
002290 01  WS-EXCEPTION-SW             PIC X VALUE 'N'.
002300     88  WS-EXCEPTIONS-SEEN          VALUE 'Y'.
002310
002320 01  WS-PAID-FOUND-SW            PIC X VALUE 'N'.
002330     88  WS-PAID-FOUND               VALUE 'Y'.
002340
002350 01  WS-VOID-FOUND-SW            PIC X VALUE 'N'.
002360     88  WS-VOID-FOUND               VALUE 'Y'.
002370
002380 01  WS-HEAD-DATE                PIC X(34).
002390 01  WS-HEAD-TIME                PIC X(20).
002400 01  WS-RUN-FISCAL               PIC X(8).
002410 01  WS-RUN-DATE                 PIC 9(8).
002420
002430 01  WS-AGE-DAYS                 PIC S9(7) COMP-3 VALUE ZERO.
002440 01  WS-PAYEE                    PIC X(30).
002450
002460* THE CHKCTL RECORDS, ONE PER COMPANY, AND WHAT EACH COMPANY'S
002470* ACCOUNT HAS VOIDED AND STALE-DATED THIS RUN FOR ITS POSVOID
002480* TRAILER.  WS-CO-SLOT IS THE ENTRY FOR THE REGISTER CHECK IN
002490* HAND, ZERO WHEN ITS COMPANY HAS NONE.
002500 01  CTL-TABLE.
002510     05  CTL-COMPANIES OCCURS 20 TIMES.
002520         10  CT-COMPANY-CODE     PIC X(2).
002530         10  CT-ISSUE-ACCOUNT    PIC X(17).
002540         10  CT-STALE-DAYS       PIC 9(3).
002550         10  CT-VOID-COUNT       PIC S9(7) COMP.
002560         10  CT-VOID-TOTAL       PIC S9(11)V99 COMP-3.
002570
002580 01  WS-CO-COUNT                 PIC 9(3) VALUE ZERO.
002590 01  WS-CO-SLOT                  PIC 9(3) VALUE ZERO.
002600 01  CO-SUB                      PIC 9(3) VALUE ZERO.
002610 01  WS-FIND-CO-CODE             PIC X(2).
002620 01  WS-FIND-ACCOUNT             PIC X(17).
002630 01  WS-REG-COMPANY              PIC X(2).
002640
002650* THE BANK'S PAID ITEMS AND PAYROLL'S VOIDS, LOADED UP FRONT SO
002660* ONE PASS OF THE REGISTER CAN APPLY BOTH.  AN ITEM LEFT UNUSED
002670* AFTER THE PASS MATCHED NO CHECK ON THE REGISTER.
002680 01  PAID-TABLE.
002690     05  PAID-ITEMS OCCURS 5000 TIMES
002700             INDEXED BY PD-IDX.
002710         10  PDT-ACCOUNT        PIC X(17).
002720         10  PDT-COMPANY-CODE   PIC X(2).
002730         10  PDT-CHECK-NBR      PIC 9(8).
002740         10  PDT-AMOUNT         PIC 9(9)V99.
002750         10  PDT-PAID-DATE      PIC 9(8).
002760         10  PDT-USED-SW        PIC X.
002770
002780 01  WS-PAID-COUNT               PIC 9(5) VALUE ZERO.
002790 01  PAID-SUB                    PIC 9(5) VALUE ZERO.
002800
002810 01  VOID-TABLE.
002820     05  VOID-ITEMS OCCURS 500 TIMES
002830             INDEXED BY VD-IDX.
002840         10  VDT-COMPANY-CODE   PIC X(2).
002850         10  VDT-CHECK-NBR      PIC 9(8).
002860         10  VDT-REASON         PIC X(30).
002870         10  VDT-USED-SW        PIC X.
002880
002890 01  WS-VOID-COUNT               PIC 9(3) VALUE ZERO.
002900 01  VOID-SUB                    PIC 9(3) VALUE ZERO.
002910
002920* THE POSVOID DETAILS, HELD UNTIL END OF JOB.  THE REGISTER IS IN
002930* ISSUE ORDER WITH THE COMPANIES MIXED, SO HOLDING THEM LETS EACH
002940* ACCOUNT GO TO THE BANK AS ONE SET UNDER ONE TRAILER.
002950 01  POSVOID-TABLE.
002960     05  POSVOID-ITEMS OCCURS 5000 TIMES.
002970         10  PVH-CO-SLOT        PIC 9(3).
002980         10  PVH-DETAIL         PIC X(80).
002990
003000 01  WS-PV-COUNT                 PIC 9(5) VALUE ZERO.
003010 01  PV-SUB                      PIC 9(5) VALUE ZERO.
003020
003030* OUTSTANDING CHECKS BY AGE IN DAYS - 0-30, 31-60, 61-90, OVER 90.
003040 01  AGING-TABLE.
003050     05  AGING-BUCKETS OCCURS 4 TIMES.
003060         10  AG-COUNT           PIC S9(7) COMP VALUE ZERO.
003070         10  AG-AMOUNT          PIC S9(11)V99 COMP-3 VALUE ZERO.
003080
003090 01  AGING-LABELS.
003100     05  FILLER                 PIC X(12) VALUE '  0-30 DAYS'.
003110     05  FILLER                 PIC X(12) VALUE ' 31-60 DAYS'.
003120     05  FILLER                 PIC X(12) VALUE ' 61-90 DAYS'.
003130     05  FILLER                 PIC X(12) VALUE 'OVER 90 DAYS'.
003140 01  AGING-LABEL-TABLE REDEFINES AGING-LABELS.
003150     05  AG-LABEL               PIC X(12) OCCURS 4 TIMES.
003160
003170 01  AGE-SUB                     PIC 9 VALUE ZERO.
003180
003190 01  PV-DETAIL.
003200     05  FILLER                  PIC X     VALUE 'V'.
003210     05  FILLER                  PIC X     VALUE SPACES.
003220     05  PV-ACCOUNT              PIC X(17).
003230     05  FILLER                  PIC X     VALUE SPACES.
003240     05  PV-CHECK-NBR            PIC 9(8).
003250     05  FILLER                  PIC X     VALUE SPACES.
003260     05  PV-AMOUNT               PIC 9(9)V99.
003270     05  FILLER                  PIC X     VALUE SPACES.
003280     05  PV-ISSUE-DATE           PIC 9(8).
003290     05  FILLER                  PIC X     VALUE SPACES.
003300     05  PV-PAYEE                PIC X(30).
003310
003320 01  PV-TRAILER.
003330     05  FILLER                  PIC X     VALUE 'T'.
003340     05  FILLER                  PIC X     VALUE SPACES.
003350     05  PVT-ACCOUNT             PIC X(17).
003360     05  FILLER                  PIC X     VALUE SPACES.
003370     05  PVT-CHECK-COUNT         PIC 9(8).
003380     05  FILLER                  PIC X     VALUE SPACES.
003390     05  PVT-TOTAL-AMOUNT        PIC 9(11)V99.
003400     05  FILLER                  PIC X(38) VALUE SPACES.
003410
003420 01  RECON-HEADING-1.
003430     05  FILLER            PIC X(31) VALUE
003440         'CHKRECON - CHECK RECONCILIATION'.
003450     05  FILLER            PIC X     VALUE SPACES.
003460     05  RH-FISCAL         PIC X(8).
003470     05  FILLER            PIC X(4)  VALUE SPACES.
003480     05  RH-DATE           PIC X(34).
003490
003500 01  RECON-HEADING-2.
003510     05  FILLER            PIC X(4)  VALUE 'CO'.
003520     05  FILLER            PIC X(10) VALUE 'CHECK NO'.
003530     05  FILLER            PIC X(7)  VALUE 'EMP NO'.
003540     05  FILLER            PIC X(18) VALUE 'LAST NAME'.
003550     05  FILLER            PIC X(10) VALUE 'ISSUED'.
003560     05  FILLER            PIC X(13) VALUE '     AMOUNT'.
003570     05  FILLER            PIC X(30) VALUE 'ACTION'.
003580
003590 01  RECON-DETAIL-LINE.
003600     05  RD-COMPANY        PIC X(2).
003610     05  FILLER            PIC X(2)  VALUE SPACES.
003620     05  RD-CHECK-NBR      PIC 9(8).
003630     05  FILLER            PIC X(2)  VALUE SPACES.
003640     05  RD-EMP-NBR        PIC X(5).
003650     05  FILLER            PIC X(2)  VALUE SPACES.
003660     05  RD-LAST-NAME      PIC X(16).
003670     05  FILLER            PIC X(2)  VALUE SPACES.
003680     05  RD-ISSUE-DATE     PIC 9(8).
003690     05  FILLER            PIC X(2)  VALUE SPACES.
003700     05  RD-AMOUNT         PIC $$$,$$9.99-.
003710     05  FILLER            PIC X(2)  VALUE SPACES.
003720     05  RD-ACTION         PIC X(38).
003730
003740 01  OUTSTANDING-HEAD-1.
003750     05  FILLER            PIC X(32) VALUE
003760         'CHECKS OUTSTANDING BY AGE AS OF '.
003770     05  OH-AS-OF-DATE     PIC 9(8).
003780
003790* ONE LINE PER COMPANY UNDER THE HEADING - ITS ACCOUNT AND LIMIT.
003800 01  OUTSTANDING-HEAD-2.
003810     05  FILLER            PIC X(8)  VALUE 'COMPANY '.
003820     05  OH-COMPANY        PIC X(2).
003830     05  FILLER            PIC X(4)  VALUE SPACES.
003840     05  FILLER            PIC X(8)  VALUE 'ACCOUNT '.
003850     05  OH-ACCOUNT        PIC X(17).
003860     05  FILLER            PIC X(4)  VALUE SPACES.
003870     05  FILLER            PIC X(18) VALUE 'STALE-DATED AFTER '.
003880     05  OH-STALE-DAYS     PIC ZZ9.
003890     05  FILLER            PIC X(5)  VALUE ' DAYS'.
003900
003910 01  OUTSTANDING-LINE.
003920     05  OL-COMPANY        PIC X(2).
003930     05  FILLER            PIC X(2)  VALUE SPACES.
003940     05  OL-CHECK-NBR      PIC 9(8).
003950     05  FILLER            PIC X(2)  VALUE SPACES.
003960     05  OL-EMP-NBR        PIC X(5).
003970     05  FILLER            PIC X(2)  VALUE SPACES.
003980     05  OL-LAST-NAME      PIC X(20).
003990     05  FILLER            PIC X(2)  VALUE SPACES.
004000     05  OL-ISSUE-DATE     PIC 9(8).
004010     05  FILLER            PIC X(2)  VALUE SPACES.
004020     05  OL-AMOUNT         PIC $$$,$$9.99-.
004030     05  FILLER            PIC X(2)  VALUE SPACES.
004040     05  OL-AGE-DAYS       PIC ZZZZ9.
004050     05  FILLER            PIC X(5)  VALUE ' DAYS'.
004060
004070 01  AGING-TOTAL-LINE.
004080     05  FILLER            PIC X(4)  VALUE SPACES.
004090     05  AT-LABEL          PIC X(12).
004100     05  FILLER            PIC X(4)  VALUE SPACES.
004110     05  AT-COUNT          PIC ZZZ,ZZ9.
004120     05  FILLER            PIC X(8)  VALUE ' CHECKS '.
004130     05  AT-AMOUNT         PIC $$$,$$$,$$9.99-.
004140
004150 01  UNCLAIM-HEADING-1.
004160     05  FILLER            PIC X(43) VALUE
004170         'UNCLAIMED PROPERTY - STALE-DATED CHECKS AS '.
004180     05  FILLER            PIC X(3)  VALUE 'OF '.
004190     05  UH-AS-OF-DATE     PIC 9(8).
004200     05  FILLER            PIC X(4)  VALUE SPACES.
004210     05  UH-FISCAL         PIC X(8).
004220
004230 01  UNCLAIM-HEADING-2.
004240     05  FILLER            PIC X(4)  VALUE 'CO'.
004250     05  FILLER            PIC X(10) VALUE 'CHECK NO'.
004260     05  FILLER            PIC X(7)  VALUE 'EMP NO'.
004270     05  FILLER            PIC X(32) VALUE 'PAYEE'.
004280     05  FILLER            PIC X(6)  VALUE 'DEPT'.
004290     05  FILLER            PIC X(10) VALUE 'ISSUED'.
004300     05  FILLER            PIC X(13) VALUE '     AMOUNT'.
004310     05  FILLER            PIC X(8)  VALUE 'FISCAL'.
004320
004330 01  UNCLAIM-LINE.
004340     05  UL-COMPANY        PIC X(2).
004350     05  FILLER            PIC X(2)  VALUE SPACES.
004360     05  UL-CHECK-NBR      PIC 9(8).
004370     05  FILLER            PIC X(2)  VALUE SPACES.
004380     05  UL-EMP-NBR        PIC X(5).
004390     05  FILLER            PIC X(2)  VALUE SPACES.
004400     05  UL-PAYEE          PIC X(30).
004410     05  FILLER            PIC X(2)  VALUE SPACES.
004420     05  UL-DEPT-CODE      PIC X(4).
004430     05  FILLER            PIC X(2)  VALUE SPACES.
004440     05  UL-ISSUE-DATE     PIC 9(8).
004450     05  FILLER            PIC X(2)  VALUE SPACES.
004460     05  UL-AMOUNT         PIC $$$,$$9.99-.
004470     05  FILLER            PIC X(2)  VALUE SPACES.
004480     05  UL-FISCAL         PIC X(8).
004490
004500 01  UNCLAIM-TOTAL-LINE.
004510     05  FILLER            PIC X(20) VALUE 'STALE-DATED CHECKS:'.
004520     05  UT-COUNT          PIC ZZZ,ZZ9.
004530     05  FILLER            PIC X(4)  VALUE SPACES.
004540     05  FILLER            PIC X(14) VALUE 'TOTAL AMOUNT:'.
004550     05  UT-AMOUNT         PIC $$$,$$$,$$9.99-.
004560
004570 01  WS-CLEARED-TOTAL            PIC S9(11)V99 COMP-3 VALUE ZERO.
004580 01  WS-VOID-TOTAL               PIC S9(11)V99 COMP-3 VALUE ZERO.
004590 01  WS-STALE-TOTAL              PIC S9(11)V99 COMP-3 VALUE ZERO.
004600
004610 01  W01-COUNTERS.
004620     05  W01-REG-READ             PIC S9(7) COMP VALUE ZERO.
004630     05  W01-PAID-READ            PIC S9(7) COMP VALUE ZERO.
004640     05  W01-VOIDS-READ           PIC S9(7) COMP VALUE ZERO.
004650     05  W01-CLEARED              PIC S9(7) COMP VALUE ZERO.
004660     05  W01-VOIDED               PIC S9(7) COMP VALUE ZERO.
004670     05  W01-STALE                PIC S9(7) COMP VALUE ZERO.
004680     05  W01-OUTSTANDING          PIC S9(7) COMP VALUE ZERO.
004690     05  W01-EXCEPTIONS           PIC S9(7) COMP VALUE ZERO.
004700
004710 PROCEDURE DIVISION.
004720 P0100-MAINLINE.
004730
004740     PERFORM P0200-INITIALIZE        THRU P0299-EXIT
004750
004760     PERFORM P0230-LOAD-PAID         THRU P0239-EXIT
004770         UNTIL WS-PAID-EOF
004780
004790     PERFORM P0240-LOAD-VOIDS        THRU P0249-EXIT
004800         UNTIL WS-VOID-EOF
004810
004820     PERFORM P0600-PROC-REG-REC      THRU P0699-EXIT
004830         UNTIL WS-REG-EOF
004840
004850     PERFORM P0700-UNMATCHED-PAID    THRU P0709-EXIT
004860         VARYING PAID-SUB FROM 1 BY 1
004870         UNTIL PAID-SUB > WS-PAID-COUNT
004880
004890     PERFORM P0710-UNMATCHED-VOID    THRU P0719-EXIT
004900         VARYING VOID-SUB FROM 1 BY 1
004910         UNTIL VOID-SUB > WS-VOID-COUNT
004920
004930     PERFORM P0800-LIST-OUTSTANDING  THRU P0899-EXIT
004940
004950     PERFORM P0400-WRAP-UP           THRU P0499-EXIT
004960
004970     GOBACK
004980
004990     .
005000 P0199-EXIT.
005010     EXIT.
005020* THE CONTROL RECORDS AND THE REGISTER MUST BOTH BE THERE.  THE
005030* PAID AND VOID FILES ARE OPTIONAL (STATUS 35) - A RUN WITH
005040* NEITHER STILL STALE-DATES AND AGES THE OUTSTANDING CHECKS.
005050 P0200-INITIALIZE.
005060
005070     CALL 'DATETIME' USING WS-HEAD-DATE WS-HEAD-TIME
005080                           WS-RUN-FISCAL
005090     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005100
005110     OPEN INPUT CHECK-CTL
005120     IF WS-CTL-STATUS NOT = '00'
005130         DISPLAY 'CHKRECON - CHKCTL OPEN FAILED, STATUS: '
005140                 WS-CTL-STATUS
005150         MOVE +16 TO RETURN-CODE
005160         GOBACK
005170     END-IF
005180     PERFORM P0210-LOAD-CTL          THRU P0219-EXIT
005190         UNTIL WS-CTL-EOF
005200     CLOSE CHECK-CTL
005210     IF WS-CO-COUNT = ZERO
005220         DISPLAY 'CHKRECON - CHKCTL IS EMPTY - RUN ENDED'
005230         MOVE +16 TO RETURN-CODE
005240         GOBACK
005250     END-IF
005260
005270     OPEN INPUT CHECK-REG
005280     IF WS-REG-STATUS NOT = '00'
005290         DISPLAY 'CHKRECON - CHKREG OPEN FAILED, STATUS: '
005300                 WS-REG-STATUS
005310         MOVE +16 TO RETURN-CODE
005320         GOBACK
005330     END-IF
005340
005350     OPEN INPUT PAID-IN
005360     IF WS-PAID-STATUS NOT = '00'
005370         IF WS-PAID-FILE-NOT-FOUND
005380             MOVE 'Y' TO WS-PAID-EOF-SW
005390         ELSE
005400             DISPLAY 'CHKRECON - CHKPAID OPEN FAILED, STATUS: '
005410                     WS-PAID-STATUS
005420             CLOSE CHECK-REG
005430             MOVE +16 TO RETURN-CODE
005440             GOBACK
005450         END-IF
005460     END-IF
005470
005480     OPEN INPUT VOID-IN
005490     IF WS-VOID-STATUS NOT = '00'
005500         IF WS-VOID-FILE-NOT-FOUND
005510             MOVE 'Y' TO WS-VOID-EOF-SW
005520         ELSE
005530             DISPLAY 'CHKRECON - CHKVOID OPEN FAILED, STATUS: '
005540                     WS-VOID-STATUS
005550             CLOSE CHECK-REG
005560             MOVE +16 TO RETURN-CODE
005570             GOBACK
005580         END-IF
005590     END-IF
005600
005610     OPEN OUTPUT NEW-REG
005620                 POS-VOID
005630                 RECON-RPT
005640                 UNCLAIM-RPT
005650
005660     MOVE WS-RUN-FISCAL TO RH-FISCAL
005670     MOVE WS-HEAD-DATE  TO RH-DATE
005680     WRITE RECON-REC FROM RECON-HEADING-1
005690     MOVE SPACES TO RECON-REC
005700     WRITE RECON-REC
005710     WRITE RECON-REC FROM RECON-HEADING-2
005720     MOVE SPACES TO RECON-REC
005730     WRITE RECON-REC
005740
005750     MOVE WS-RUN-DATE   TO UH-AS-OF-DATE
005760     MOVE WS-RUN-FISCAL TO UH-FISCAL
005770     WRITE UNCLAIM-REC FROM UNCLAIM-HEADING-1
005780     MOVE SPACES TO UNCLAIM-REC
005790     WRITE UNCLAIM-REC
005800     WRITE UNCLAIM-REC FROM UNCLAIM-HEADING-2
005810     MOVE SPACES TO UNCLAIM-REC
005820     WRITE UNCLAIM-REC
005830
005840* PRIMING READS.
005850     IF NOT WS-PAID-EOF
005860         PERFORM P0900-READ-PAID     THRU P0909-EXIT
005870     END-IF
005880     IF NOT WS-VOID-EOF
005890         PERFORM P0910-READ-VOID     THRU P0919-EXIT
005900     END-IF
005910     PERFORM P0920-READ-REG          THRU P0929-EXIT
005920     .
005930 P0299-EXIT.
005940     EXIT.
005950
005960 P0210-LOAD-CTL.
005970     READ CHECK-CTL
005980         AT END
005990             MOVE 'Y' TO WS-CTL-EOF-SW
006000         NOT AT END
006010             PERFORM P0220-ADD-CTL-COMPANY THRU P0229-EXIT
006020     END-READ
006030     .
006040 P0219-EXIT.
006050     EXIT.
006060* ONE COMPANY'S CONTROL RECORD.  CHKISSUE HAS ALREADY REFUSED A
006070* RECORD WITH NO ACCOUNT OR A COMPANY CARRIED TWICE; A MISSING
006080* STALE-DAYS LIMIT FALLS BACK TO 180.
006090 P0220-ADD-CTL-COMPANY.
006100     IF WS-CO-COUNT NOT LESS THAN 20
006110         DISPLAY 'CHKRECON - CHKCTL CARRIES MORE THAN 20 '
006120                 'COMPANIES'
006130         CLOSE CHECK-CTL
006140         MOVE +16 TO RETURN-CODE
006150         GOBACK
006160     END-IF
006170     ADD 1 TO WS-CO-COUNT
006180     IF CC-COMPANY-CODE = SPACES
006190         MOVE '01'             TO CT-COMPANY-CODE  (WS-CO-COUNT)
006200     ELSE
006210         MOVE CC-COMPANY-CODE  TO CT-COMPANY-CODE  (WS-CO-COUNT)
006220     END-IF
006230     MOVE CC-ISSUE-ACCOUNT     TO CT-ISSUE-ACCOUNT (WS-CO-COUNT)
006240     MOVE ZERO                 TO CT-VOID-COUNT    (WS-CO-COUNT)
006250                                  CT-VOID-TOTAL    (WS-CO-COUNT)
006260     IF CC-STALE-DAYS NUMERIC AND CC-STALE-DAYS > ZERO
006270         MOVE CC-STALE-DAYS    TO CT-STALE-DAYS    (WS-CO-COUNT)
006280     ELSE
006290         MOVE 180              TO CT-STALE-DAYS    (WS-CO-COUNT)
006300         DISPLAY 'CHKRECON - NO STALE-DAYS ON CHKCTL FOR COMPANY '
006310                 CT-COMPANY-CODE (WS-CO-COUNT) ' - USING 180'
006320     END-IF
006330     .
006340 P0229-EXIT.
006350     EXIT.
006360* THE PAID ITEMS LOAD UP FRONT.  A FILE PAST THE 5000-SLOT TABLE
006370* WOULD LEAVE CHECKS THE BANK PAID SHOWING OUTSTANDING, SO STOP.
006380 P0230-LOAD-PAID.
006390     IF PC-PAID-ITEM
006400         IF WS-PAID-COUNT NOT LESS THAN 5000
006410             DISPLAY 'CHKRECON - MORE THAN 5000 PAID CHECKS ON '
006420                     'CHKPAID - RUN ENDED'
006430             PERFORM P0950-ABORT THRU P0959-EXIT
006440         END-IF
006450         ADD 1 TO WS-PAID-COUNT
006460         MOVE PC-ACCOUNT    TO PDT-ACCOUNT   (WS-PAID-COUNT)
006470                               WS-FIND-ACCOUNT
006480         PERFORM P0250-FIND-ACCOUNT  THRU P0259-EXIT
006490         IF WS-CO-SLOT > ZERO
006500             MOVE CT-COMPANY-CODE (WS-CO-SLOT)
006510                            TO PDT-COMPANY-CODE (WS-PAID-COUNT)
006520         ELSE
006530             MOVE SPACES    TO PDT-COMPANY-CODE (WS-PAID-COUNT)
006540         END-IF
006550         MOVE PC-CHECK-NBR  TO PDT-CHECK-NBR (WS-PAID-COUNT)
006560         MOVE PC-AMOUNT     TO PDT-AMOUNT    (WS-PAID-COUNT)
006570         MOVE PC-PAID-DATE  TO PDT-PAID-DATE (WS-PAID-COUNT)
006580         MOVE 'N'           TO PDT-USED-SW   (WS-PAID-COUNT)
006590     END-IF
006600
006610     PERFORM P0900-READ-PAID         THRU P0909-EXIT
006620     .
006630 P0239-EXIT.
006640     EXIT.
006650
006660 P0240-LOAD-VOIDS.
006670     IF WS-VOID-COUNT NOT LESS THAN 500
006680         DISPLAY 'CHKRECON - MORE THAN 500 VOIDS ON CHKVOID - '
006690                 'RUN ENDED'
006700         PERFORM P0950-ABORT THRU P0959-EXIT
006710     END-IF
006720     ADD 1 TO WS-VOID-COUNT
006730     IF VD-COMPANY-CODE = SPACES
006740         MOVE '01'            TO VDT-COMPANY-CODE (WS-VOID-COUNT)
006750     ELSE
006760         MOVE VD-COMPANY-CODE TO VDT-COMPANY-CODE (WS-VOID-COUNT)
006770     END-IF
006780     MOVE VD-CHECK-NBR  TO VDT-CHECK-NBR (WS-VOID-COUNT)
006790     MOVE VD-REASON     TO VDT-REASON    (WS-VOID-COUNT)
006800     MOVE 'N'           TO VDT-USED-SW   (WS-VOID-COUNT)
006810
006820     PERFORM P0910-READ-VOID         THRU P0919-EXIT
006830     .
006840 P0249-EXIT.
006850     EXIT.
006860* WS-CO-SLOT COMES BACK AS THE COMPANY WHOSE CHECKS ARE DRAWN ON
006870* WS-FIND-ACCOUNT, OR ZERO WHEN THE ACCOUNT IS NOT ON CHKCTL.
006880 P0250-FIND-ACCOUNT.
006890     MOVE ZEROES TO WS-CO-SLOT
006900     PERFORM P0255-TEST-ACCOUNT THRU P0256-EXIT
006910         VARYING CO-SUB FROM 1 BY 1
006920         UNTIL CO-SUB > WS-CO-COUNT
006930             OR WS-CO-SLOT > ZERO
006940     .
006950 P0259-EXIT.
006960     EXIT.
006970
006980 P0255-TEST-ACCOUNT.
006990     IF CT-ISSUE-ACCOUNT (CO-SUB) = WS-FIND-ACCOUNT
007000         MOVE CO-SUB TO WS-CO-SLOT
007010     END-IF
007020     .
007030 P0256-EXIT.
007040     EXIT.
007050* WS-CO-SLOT COMES BACK AS THE CHKCTL ENTRY FOR WS-FIND-CO-CODE,
007060* OR ZERO WHEN THE COMPANY HAS NONE.
007070 P0260-FIND-COMPANY.
007080     MOVE ZEROES TO WS-CO-SLOT
007090     PERFORM P0265-TEST-COMPANY THRU P0266-EXIT
007100         VARYING CO-SUB FROM 1 BY 1
007110         UNTIL CO-SUB > WS-CO-COUNT
007120             OR WS-CO-SLOT > ZERO
007130     .
007140 P0269-EXIT.
007150     EXIT.
007160
007170 P0265-TEST-COMPANY.
007180     IF CT-COMPANY-CODE (CO-SUB) = WS-FIND-CO-CODE
007190         MOVE CO-SUB TO WS-CO-SLOT
007200     END-IF
007210     .
007220 P0266-EXIT.
007230     EXIT.
007240* ONE CHECK ON THE REGISTER, RECONCILED AGAINST ITS COMPANY'S
007250* ACCOUNT.  AN OUTSTANDING CHECK FOR A COMPANY NOT ON CHKCTL HAS
007260* NO ACCOUNT TO RECONCILE AGAINST, SO IT IS LEFT AS IT WAS AND
007270* LISTED.  EVERY CHECK, CHANGED OR NOT, GOES TO THE NEW REGISTER.
007280 P0600-PROC-REG-REC.
007290
007300     MOVE CR-COMPANY-CODE TO WS-REG-COMPANY
007310     IF WS-REG-COMPANY = SPACES
007320         MOVE '01' TO WS-REG-COMPANY
007330     END-IF
007340     MOVE WS-REG-COMPANY  TO WS-FIND-CO-CODE
007350     PERFORM P0260-FIND-COMPANY     THRU P0269-EXIT
007360
007370     IF WS-CO-SLOT = ZERO
007380         IF CR-OUTSTANDING
007390             MOVE 'EXCEPTION - COMPANY NOT ON CHKCTL' TO RD-ACTION
007400             PERFORM P0660-LIST-EXCEPTION THRU P0669-EXIT
007410         END-IF
007420     ELSE
007430         PERFORM P0670-RECONCILE-CHECK THRU P0679-EXIT
007440     END-IF
007450
007460     WRITE NEW-REG-REC FROM REG-REC
007470
007480     PERFORM P0920-READ-REG          THRU P0929-EXIT
007490     .
007500 P0699-EXIT.
007510     EXIT.
007520* APPLY THE BANK'S PAYMENT OF THE CHECK OF THIS NUMBER ON THE
007530* COMPANY'S ACCOUNT, THEN ANY VOID FOR IT FROM THE COMPANY, THEN
007540* STALE-DATE IT IF IT IS STILL OUTSTANDING PAST THE COMPANY'S
007550* LIMIT.
007560 P0670-RECONCILE-CHECK.
007570
007580     MOVE 'N' TO WS-PAID-FOUND-SW
007590     SET PD-IDX TO 1
007600     SEARCH PAID-ITEMS
007610         AT END
007620             CONTINUE
007630         WHEN PD-IDX > WS-PAID-COUNT
007640             CONTINUE
007650         WHEN PDT-CHECK-NBR (PD-IDX) = CR-CHECK-NBR
007660                 AND PDT-ACCOUNT (PD-IDX)
007670                         = CT-ISSUE-ACCOUNT (WS-CO-SLOT)
007680             MOVE 'Y' TO WS-PAID-FOUND-SW
007690     END-SEARCH
007700
007710     MOVE 'N' TO WS-VOID-FOUND-SW
007720     SET VD-IDX TO 1
007730     SEARCH VOID-ITEMS
007740         AT END
007750             CONTINUE
007760         WHEN VD-IDX > WS-VOID-COUNT
007770             CONTINUE
007780         WHEN VDT-CHECK-NBR (VD-IDX) = CR-CHECK-NBR
007790                 AND VDT-COMPANY-CODE (VD-IDX) = WS-REG-COMPANY
007800             MOVE 'Y' TO WS-VOID-FOUND-SW
007810     END-SEARCH
007820
007830     IF WS-PAID-FOUND
007840         PERFORM P0610-APPLY-PAID    THRU P0619-EXIT
007850     END-IF
007860
007870     IF WS-VOID-FOUND
007880         PERFORM P0620-APPLY-VOID    THRU P0629-EXIT
007890     END-IF
007900
007910     IF CR-OUTSTANDING
007920         COMPUTE WS-AGE-DAYS =
007930             FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
007940           - FUNCTION INTEGER-OF-DATE (CR-ISSUE-DATE)
007950         IF WS-AGE-DAYS > CT-STALE-DAYS (WS-CO-SLOT)
007960             PERFORM P0630-STALE-DATE THRU P0639-EXIT
007970         END-IF
007980     END-IF
007990     .
008000 P0679-EXIT.
008010     EXIT.
008020* THE BANK PAID THE CHECK.  AN AMOUNT THAT DOES NOT MATCH THE
008030* ISSUE LEAVES THE CHECK OUTSTANDING FOR SOMEBODY TO CHASE.  A
008040* CHECK PAID AFTER IT WAS VOIDED OR STALE-DATED IS CLEARED - THE
008050* MONEY IS GONE - BUT LISTED AS AN EXCEPTION.
008060 P0610-APPLY-PAID.
008070     MOVE 'Y' TO PDT-USED-SW (PD-IDX)
008080
008090     EVALUATE TRUE
008100         WHEN CR-CLEARED
008110             MOVE 'EXCEPTION - PAID TWICE' TO RD-ACTION
008120             PERFORM P0660-LIST-EXCEPTION THRU P0669-EXIT
008130         WHEN PDT-AMOUNT (PD-IDX) NOT = CR-AMOUNT
008140             MOVE 'EXCEPTION - PAID AMOUNT DIFFERS' TO RD-ACTION
008150             PERFORM P0660-LIST-EXCEPTION THRU P0669-EXIT
008160         WHEN CR-VOIDED OR CR-STALE-DATED
008170             MOVE 'C'                      TO CR-STATUS
008180             MOVE PDT-PAID-DATE (PD-IDX)   TO CR-STATUS-DATE
008190             ADD 1                         TO W01-CLEARED
008200             ADD CR-AMOUNT                 TO WS-CLEARED-TOTAL
008210             MOVE 'EXCEPTION - PAID AFTER VOID/STALE' TO RD-ACTION
008220             PERFORM P0660-LIST-EXCEPTION THRU P0669-EXIT
008230         WHEN OTHER
008240             MOVE 'C'                      TO CR-STATUS
008250             MOVE PDT-PAID-DATE (PD-IDX)   TO CR-STATUS-DATE
008260             ADD 1                         TO W01-CLEARED
008270             ADD CR-AMOUNT                 TO WS-CLEARED-TOTAL
008280             MOVE 'CLEARED'                TO RD-ACTION
008290             PERFORM P0650-LIST-ACTIVITY  THRU P0659-EXIT
008300     END-EVALUATE
008310     .
008320 P0619-EXIT.
008330     EXIT.
008340* ONLY AN OUTSTANDING CHECK CAN BE VOIDED.  THE VOID GOES BACK TO
008350* THE BANK SO THE CHECK IS REFUSED IF IT IS EVER PRESENTED.
008360 P0620-APPLY-VOID.
008370     MOVE 'Y' TO VDT-USED-SW (VD-IDX)
008380
008390     IF CR-OUTSTANDING
008400         MOVE 'V'                      TO CR-STATUS
008410         MOVE WS-RUN-DATE              TO CR-STATUS-DATE
008420         ADD 1                         TO W01-VOIDED
008430         ADD CR-AMOUNT                 TO WS-VOID-TOTAL
008440         PERFORM P0640-WRITE-POS-VOID THRU P0649-EXIT
008450         MOVE SPACES                   TO RD-ACTION
008460         STRING 'VOIDED - '            DELIMITED BY SIZE
008470                VDT-REASON (VD-IDX)    DELIMITED BY SIZE
008480           INTO RD-ACTION
008490         END-STRING
008500         PERFORM P0650-LIST-ACTIVITY  THRU P0659-EXIT
008510     ELSE
008520         MOVE 'EXCEPTION - CHECK NOT OUTSTANDING' TO RD-ACTION
008530         PERFORM P0660-LIST-EXCEPTION THRU P0669-EXIT
008540     END-IF
008550     .
008560 P0629-EXIT.
008570     EXIT.
008580* UNCASHED PAST THE LIMIT - THE CHECK IS STALE-DATED, STOPPED AT
008590* THE BANK, AND THE MONEY LISTED AS UNCLAIMED PROPERTY.
008600 P0630-STALE-DATE.
008610     MOVE 'S'                      TO CR-STATUS
008620     MOVE WS-RUN-DATE              TO CR-STATUS-DATE
008630     ADD 1                         TO W01-STALE
008640     ADD CR-AMOUNT                 TO WS-STALE-TOTAL
008650     PERFORM P0640-WRITE-POS-VOID THRU P0649-EXIT
008660
008670     MOVE WS-REG-COMPANY           TO UL-COMPANY
008680     MOVE CR-CHECK-NBR             TO UL-CHECK-NBR
008690     MOVE CR-EMP-NBR               TO UL-EMP-NBR
008700     MOVE WS-PAYEE                 TO UL-PAYEE
008710     MOVE CR-DEPT-CODE             TO UL-DEPT-CODE
008720     MOVE CR-ISSUE-DATE            TO UL-ISSUE-DATE
008730     MOVE CR-AMOUNT                TO UL-AMOUNT
008740     MOVE CR-FISCAL                TO UL-FISCAL
008750     WRITE UNCLAIM-REC FROM UNCLAIM-LINE
008760
008770     MOVE 'STALE-DATED - TO UNCLAIMED PROPERTY' TO RD-ACTION
008780     PERFORM P0650-LIST-ACTIVITY  THRU P0659-EXIT
008790     .
008800 P0639-EXIT.
008810     EXIT.
008820* THE VOID RECORD FOR THE BANK, IN THE POSPAY FORM, HELD FOR THE
008830* COMPANY ACCOUNT'S SET.  THE PAYEE IS REBUILT AS CHKISSUE BUILT
008840* IT AND LEFT IN WS-PAYEE FOR THE UNCLAIMED LISTING.  A RUN PAST
008850* THE 5000-SLOT HOLD CANNOT GO TO THE BANK WHOLE, SO STOP.
008860 P0640-WRITE-POS-VOID.
008870     IF WS-PV-COUNT NOT LESS THAN 5000
008880         DISPLAY 'CHKRECON - MORE THAN 5000 VOIDED AND '
008890                 'STALE-DATED CHECKS - RUN ENDED'
008900         PERFORM P0950-ABORT THRU P0959-EXIT
008910     END-IF
008920
008930     MOVE SPACES TO WS-PAYEE
008940     IF CR-MID-INIT = SPACE
008950         STRING CR-FIRST-NAME       DELIMITED BY '  '
008960                ' '                 DELIMITED BY SIZE
008970                CR-LAST-NAME        DELIMITED BY '  '
008980           INTO WS-PAYEE
008990         END-STRING
009000     ELSE
009010         STRING CR-FIRST-NAME       DELIMITED BY '  '
009020                ' '                 DELIMITED BY SIZE
009030                CR-MID-INIT         DELIMITED BY SIZE
009040                ' '                 DELIMITED BY SIZE
009050                CR-LAST-NAME        DELIMITED BY '  '
009060           INTO WS-PAYEE
009070         END-STRING
009080     END-IF
009090
009100     MOVE CT-ISSUE-ACCOUNT (WS-CO-SLOT) TO PV-ACCOUNT
009110     MOVE CR-CHECK-NBR             TO PV-CHECK-NBR
009120     MOVE CR-AMOUNT                TO PV-AMOUNT
009130     MOVE CR-ISSUE-DATE            TO PV-ISSUE-DATE
009140     MOVE WS-PAYEE                 TO PV-PAYEE
009150     ADD 1                         TO WS-PV-COUNT
009160     MOVE WS-CO-SLOT               TO PVH-CO-SLOT (WS-PV-COUNT)
009170     MOVE PV-DETAIL                TO PVH-DETAIL  (WS-PV-COUNT)
009180     ADD 1                         TO CT-VOID-COUNT (WS-CO-SLOT)
009190     ADD CR-AMOUNT                 TO CT-VOID-TOTAL (WS-CO-SLOT)
009200     .
009210 P0649-EXIT.
009220     EXIT.
009230
009240 P0650-LIST-ACTIVITY.
009250     MOVE WS-REG-COMPANY           TO RD-COMPANY
009260     MOVE CR-CHECK-NBR             TO RD-CHECK-NBR
009270     MOVE CR-EMP-NBR               TO RD-EMP-NBR
009280     MOVE CR-LAST-NAME             TO RD-LAST-NAME
009290     MOVE CR-ISSUE-DATE            TO RD-ISSUE-DATE
009300     MOVE CR-AMOUNT                TO RD-AMOUNT
009310     WRITE RECON-REC FROM RECON-DETAIL-LINE
009320     .
009330 P0659-EXIT.
009340     EXIT.
009350
009360 P0660-LIST-EXCEPTION.
009370     PERFORM P0650-LIST-ACTIVITY  THRU P0659-EXIT
009380     ADD 1 TO W01-EXCEPTIONS
009390     MOVE 'Y' TO WS-EXCEPTION-SW
009400     .
009410 P0669-EXIT.
009420     EXIT.
009430* A PAID ITEM THAT MATCHED NO CHECK ON THE REGISTER - NOT ONE OF
009440* OURS, OR A MISKEYED NUMBER OR ACCOUNT AT THE BANK.  THE COMPANY
009450* SHOWN IS THE ONE THE ACCOUNT BELONGS TO, BLANK WHEN IT IS NONE.
009460 P0700-UNMATCHED-PAID.
009470     IF PDT-USED-SW (PAID-SUB) = 'N'
009480         MOVE PDT-COMPANY-CODE (PAID-SUB) TO RD-COMPANY
009490         MOVE PDT-CHECK-NBR (PAID-SUB)  TO RD-CHECK-NBR
009500         MOVE SPACES                    TO RD-EMP-NBR RD-LAST-NAME
009510         MOVE PDT-PAID-DATE (PAID-SUB)  TO RD-ISSUE-DATE
009520         MOVE PDT-AMOUNT (PAID-SUB)     TO RD-AMOUNT
009530         MOVE 'EXCEPTION - PAID CHECK NOT ON REGISTER'
009540                                        TO RD-ACTION
009550         WRITE RECON-REC FROM RECON-DETAIL-LINE
009560         ADD 1 TO W01-EXCEPTIONS
009570         MOVE 'Y' TO WS-EXCEPTION-SW
009580     END-IF
009590     .
009600 P0709-EXIT.
009610     EXIT.
009620
009630 P0710-UNMATCHED-VOID.
009640     IF VDT-USED-SW (VOID-SUB) = 'N'
009650         MOVE VDT-COMPANY-CODE (VOID-SUB) TO RD-COMPANY
009660         MOVE VDT-CHECK-NBR (VOID-SUB)  TO RD-CHECK-NBR
009670         MOVE SPACES                    TO RD-EMP-NBR RD-LAST-NAME
009680         MOVE ZEROES                    TO RD-ISSUE-DATE RD-AMOUNT
009690         MOVE 'EXCEPTION - VOID NOT ON REGISTER'
009700                                        TO RD-ACTION
009710         WRITE RECON-REC FROM RECON-DETAIL-LINE
009720         ADD 1 TO W01-EXCEPTIONS
009730         MOVE 'Y' TO WS-EXCEPTION-SW
009740     END-IF
009750     .
009760 P0719-EXIT.
009770     EXIT.
009780* THE NEW REGISTER IS READ BACK FOR THE CHECKS STILL OUTSTANDING.
009790* IT IS IN ISSUE ORDER, SO THE OLDEST COME FIRST.  EACH COMPANY'S
009800* ACCOUNT AND STALE-DATING LIMIT ARE LISTED UNDER THE HEADING.
009810 P0800-LIST-OUTSTANDING.
009820     CLOSE NEW-REG
009830     OPEN INPUT NEW-REG
009840
009850     MOVE WS-RUN-DATE   TO OH-AS-OF-DATE
009860     MOVE SPACES TO RECON-REC
009870     WRITE RECON-REC
009880     WRITE RECON-REC FROM OUTSTANDING-HEAD-1
009890     PERFORM P0840-LIST-COMPANY      THRU P0849-EXIT
009900         VARYING CO-SUB FROM 1 BY 1
009910         UNTIL CO-SUB > WS-CO-COUNT
009920     MOVE SPACES TO RECON-REC
009930     WRITE RECON-REC
009940
009950     MOVE 'N' TO WS-REG-EOF-SW
009960     PERFORM P0810-READ-NEW-REG      THRU P0819-EXIT
009970         UNTIL WS-REG-EOF
009980
009990     MOVE SPACES TO RECON-REC
010000     WRITE RECON-REC
010010     PERFORM P0830-WRITE-AGING-TOTAL THRU P0839-EXIT
010020         VARYING AGE-SUB FROM 1 BY 1
010030         UNTIL AGE-SUB > 4
010040     .
010050 P0899-EXIT.
010060     EXIT.
010070
010080 P0810-READ-NEW-REG.
010090     READ NEW-REG INTO REG-REC
010100         AT END
010110             MOVE 'Y' TO WS-REG-EOF-SW
010120         NOT AT END
010130             IF CR-OUTSTANDING
010140                 PERFORM P0820-LIST-ONE-OUTSTANDING
010150                    THRU P0829-EXIT
010160             END-IF
010170     END-READ
010180     .
010190 P0819-EXIT.
010200     EXIT.
010210
010220 P0820-LIST-ONE-OUTSTANDING.
010230     COMPUTE WS-AGE-DAYS =
010240         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
010250       - FUNCTION INTEGER-OF-DATE (CR-ISSUE-DATE)
010260
010270     EVALUATE TRUE
010280         WHEN WS-AGE-DAYS NOT GREATER THAN 30
010290             MOVE 1 TO AGE-SUB
010300         WHEN WS-AGE-DAYS NOT GREATER THAN 60
010310             MOVE 2 TO AGE-SUB
010320         WHEN WS-AGE-DAYS NOT GREATER THAN 90
010330             MOVE 3 TO AGE-SUB
010340         WHEN OTHER
010350             MOVE 4 TO AGE-SUB
010360     END-EVALUATE
010370     ADD 1         TO AG-COUNT  (AGE-SUB)
010380     ADD CR-AMOUNT TO AG-AMOUNT (AGE-SUB)
010390     ADD 1         TO W01-OUTSTANDING
010400
010410     IF CR-COMPANY-CODE = SPACES
010420         MOVE '01'                 TO OL-COMPANY
010430     ELSE
010440         MOVE CR-COMPANY-CODE      TO OL-COMPANY
010450     END-IF
010460     MOVE CR-CHECK-NBR             TO OL-CHECK-NBR
010470     MOVE CR-EMP-NBR               TO OL-EMP-NBR
010480     MOVE CR-LAST-NAME             TO OL-LAST-NAME
010490     MOVE CR-ISSUE-DATE            TO OL-ISSUE-DATE
010500     MOVE CR-AMOUNT                TO OL-AMOUNT
010510     MOVE WS-AGE-DAYS              TO OL-AGE-DAYS
010520     WRITE RECON-REC FROM OUTSTANDING-LINE
010530     .
010540 P0829-EXIT.
010550     EXIT.
010560
010570 P0830-WRITE-AGING-TOTAL.
010580     MOVE AG-LABEL (AGE-SUB)       TO AT-LABEL
010590     MOVE AG-COUNT (AGE-SUB)       TO AT-COUNT
010600     MOVE AG-AMOUNT (AGE-SUB)      TO AT-AMOUNT
010610     WRITE RECON-REC FROM AGING-TOTAL-LINE
010620     .
010630 P0839-EXIT.
010640     EXIT.
010650
010660 P0840-LIST-COMPANY.
010670     MOVE CT-COMPANY-CODE (CO-SUB)   TO OH-COMPANY
010680     MOVE CT-ISSUE-ACCOUNT (CO-SUB)  TO OH-ACCOUNT
010690     MOVE CT-STALE-DAYS (CO-SUB)     TO OH-STALE-DAYS
010700     WRITE RECON-REC FROM OUTSTANDING-HEAD-2
010710     .
010720 P0849-EXIT.
010730     EXIT.
010740* EACH COMPANY ACCOUNT GOES TO THE BANK AS ITS OWN VOID SET, AND
010750* ITS TRAILER GOES OUT EVEN WHEN NOTHING WAS VOIDED SO THE BANK
010760* ALWAYS SEES A BALANCED FILE.
010770 P0400-WRAP-UP.
010780
010790     PERFORM P0410-WRITE-VOID-SET    THRU P0419-EXIT
010800         VARYING CO-SUB FROM 1 BY 1
010810         UNTIL CO-SUB > WS-CO-COUNT
010820
010830     MOVE W01-STALE             TO UT-COUNT
010840     MOVE WS-STALE-TOTAL        TO UT-AMOUNT
010850     MOVE SPACES TO UNCLAIM-REC
010860     WRITE UNCLAIM-REC
010870     WRITE UNCLAIM-REC FROM UNCLAIM-TOTAL-LINE
010880
010890     CLOSE CHECK-REG
010900           NEW-REG
010910           POS-VOID
010920           RECON-RPT
010930           UNCLAIM-RPT
010940     IF NOT WS-PAID-FILE-NOT-FOUND
010950         CLOSE PAID-IN
010960     END-IF
010970     IF NOT WS-VOID-FILE-NOT-FOUND
010980         CLOSE VOID-IN
010990     END-IF
011000
011010     DISPLAY 'CHKRECON - CHECK RECONCILIATION COUNTS'
011020     DISPLAY 'REGISTER CHECKS   : ' W01-REG-READ
011030     DISPLAY 'PAID ITEMS READ   : ' W01-PAID-READ
011040     DISPLAY 'VOID REQUESTS READ: ' W01-VOIDS-READ
011050     DISPLAY 'CHECKS CLEARED    : ' W01-CLEARED
011060     DISPLAY 'CHECKS VOIDED     : ' W01-VOIDED
011070     DISPLAY 'STALE-DATED       : ' W01-STALE
011080     DISPLAY 'STILL OUTSTANDING : ' W01-OUTSTANDING
011090     DISPLAY 'EXCEPTIONS        : ' W01-EXCEPTIONS
011100
011110     IF WS-EXCEPTIONS-SEEN
011120         DISPLAY 'CHKRECON - EXCEPTIONS ON RECONRPT NEED REVIEW'
011130         MOVE +8 TO RETURN-CODE
011140     ELSE
011150         MOVE +0 TO RETURN-CODE
011160     END-IF
011170     .
011180 P0499-EXIT.
011190     EXIT.
011200
011210 P0410-WRITE-VOID-SET.
011220     PERFORM P0420-WRITE-VOID-DETAIL THRU P0429-EXIT
011230         VARYING PV-SUB FROM 1 BY 1
011240         UNTIL PV-SUB > WS-PV-COUNT
011250
011260     MOVE CT-ISSUE-ACCOUNT (CO-SUB) TO PVT-ACCOUNT
011270     MOVE CT-VOID-COUNT    (CO-SUB) TO PVT-CHECK-COUNT
011280     MOVE CT-VOID-TOTAL    (CO-SUB) TO PVT-TOTAL-AMOUNT
011290     WRITE POS-VOID-REC FROM PV-TRAILER
011300     .
011310 P0419-EXIT.
011320     EXIT.
011330
011340 P0420-WRITE-VOID-DETAIL.
011350     IF PVH-CO-SLOT (PV-SUB) = CO-SUB
011360         WRITE POS-VOID-REC FROM PVH-DETAIL (PV-SUB)
011370     END-IF
011380     .
011390 P0429-EXIT.
011400     EXIT.
011410
011420 P0900-READ-PAID.
011430     READ PAID-IN
011440         AT END
011450             MOVE 'Y' TO WS-PAID-EOF-SW
011460         NOT AT END
011470             ADD 1 TO W01-PAID-READ
011480     END-READ
011490     .
011500 P0909-EXIT.
011510     EXIT.
011520
011530 P0910-READ-VOID.
011540     READ VOID-IN
011550         AT END
011560             MOVE 'Y' TO WS-VOID-EOF-SW
011570         NOT AT END
011580             ADD 1 TO W01-VOIDS-READ
011590     END-READ
011600     .
011610 P0919-EXIT.
011620     EXIT.
011630
011640 P0920-READ-REG.
011650     READ CHECK-REG
011660         AT END
011670             MOVE 'Y' TO WS-REG-EOF-SW
011680         NOT AT END
011690             ADD 1 TO W01-REG-READ
011700     END-READ
011710     .
011720 P0929-EXIT.
011730     EXIT.
011740* A TABLE HAS OVERFLOWED.  CHKREG IS ONLY READ AND NEWCHKRG IS NOT
011750* TO REPLACE IT AFTER AN RC 16, SO RAISE THE TABLE AND RERUN.
011760 P0950-ABORT.
011770     CLOSE CHECK-REG NEW-REG POS-VOID RECON-RPT UNCLAIM-RPT
011780     IF NOT WS-PAID-FILE-NOT-FOUND
011790         CLOSE PAID-IN
011800     END-IF
011810     IF NOT WS-VOID-FILE-NOT-FOUND
011820         CLOSE VOID-IN
011830     END-IF
011840     MOVE +16 TO RETURN-CODE
011850     GOBACK
011860     .
011870 P0959-EXIT.
011880     EXIT.
011890
011900* END OF PROGRAM
