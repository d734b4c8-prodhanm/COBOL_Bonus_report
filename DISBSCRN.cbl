000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DISBSCRN.
000120 AUTHOR. REF.
000130 INSTALLATION. REF.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*
000170* MODIFICATION HISTORY
000180*    2026-10-15  REF  INITIAL VERSION - PRE-TRANSMISSION SCREEN
000190*                      OF THE DISBURSE FILE BONUS WRITES, RUN
000200*                      BEFORE THE FILE GOES TO THE BANK.  EVERY
000210*                      DEPOSIT IS CHECKED AGAINST EMPMAST AND HELD
000220*                      WHEN IT GOES TO A ROUTING/ACCOUNT SHARED
000230*                      WITH ANOTHER EMPLOYEE ON THE FILE, TO AN
000240*                      ACCOUNT CHANGED ON EMPMAST WITHIN THE LAST
000250*                      N DAYS, FOR A NET OVER THE SINGLE-PAYMENT
000260*                      LIMIT, OR TO AN EMPLOYEE WHO IS NOT ACTIVE
000270*                      (OR NOT ON EMPMAST AT ALL).  N AND THE
000280*                      LIMIT COME FROM THE OPTIONAL SCRNPARM CARD.
000290*                      HELD PAYMENTS GO TO DISBHELD AND ARE LISTED
000300*                      ON SCRNRPT FOR A SECOND APPROVER; THE REST
000310*                      GO TO NEWDISB UNDER A REBUILT TRAILER, AND
000320*                      NEWDISB IS WHAT IS TRANSMITTED.
000330*    2026-10-15  REF  DISBURSE NOW CARRIES ONE HEADER/TRAILER SET
000340*                      PER COMPANY.  EACH SET MUST BALANCE TO ITS
000350*                      OWN TRAILER AND IS PASSED TO NEWDISB AS A
000360*                      SET, ITS TRAILER REBUILT OVER WHAT WAS
000370*                      RELEASED.  THE SHARED-ACCOUNT CHECK STILL
000380*                      LOOKS ACROSS THE WHOLE FILE.  THE COMPANY
000390*                      GOES ON DISBHELD AND HEADS ITS HELD
000400*                      PAYMENTS ON SCRNRPT.
000410*
000420 ENVIRONMENT DIVISION.
000430
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT DISB-IN     ASSIGN TO DISBURSE.
000470     SELECT EMP-MASTER  ASSIGN TO EMPMAST.
000480     SELECT SCRN-PARM   ASSIGN TO SCRNPARM
000490             FILE STATUS IS WS-PRM-STATUS.
000500     SELECT DISB-OUT    ASSIGN TO NEWDISB.
000510     SELECT HELD-OUT    ASSIGN TO DISBHELD.
000520     SELECT SCRN-RPT    ASSIGN TO SCRNRPT.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560*
000570* DISBURSE - THE NET-PAY INTERFACE FILE AS BONUS WRITES IT: FOR
000580* EACH COMPANY AN 'H' HEADER, 'D' DEPOSIT DETAILS AND ZERO-DOLLAR
000590* 'P' PRENOTES, AND A 'T' TRAILER CARRYING THE SET'S DETAIL COUNT
000600* AND TOTAL NET.  HEADER AND TRAILER BOTH CARRY THE COMPANY CODE.
000610*
000620 FD  DISB-IN
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD
000650     RECORD CONTAINS 80 CHARACTERS
000660     BLOCK CONTAINS 0 RECORDS
000670     DATA RECORD IS DI-REC.
000680 01  DI-REC.
000690     05  DI-REC-TYPE                 PIC X.
000700         88  DI-HEADER                   VALUE 'H'.
000710         88  DI-DEPOSIT                  VALUE 'D'.
000720         88  DI-PRENOTE                  VALUE 'P'.
000730         88  DI-TRAILER                  VALUE 'T'.
000740     05  FILLER                      PIC X(79).
000750 01  DI-DETAIL.
000760     05  FILLER                      PIC X(2).
000770     05  DI-EMP-NBR                  PIC X(5).
000780     05  FILLER                      PIC X.
000790     05  DI-ROUTING                  PIC X(9).
000800     05  FILLER                      PIC X.
000810     05  DI-ACCOUNT                  PIC X(17).
000820     05  FILLER                      PIC X.
000830     05  DI-NET                      PIC 9(9)V99.
000840     05  FILLER                      PIC X.
000850     05  DI-LAST-NAME                PIC X(20).
000860     05  FILLER                      PIC X(12).
000870 01  DI-HEADER-REC.
000880     05  FILLER                      PIC X(46).
000890     05  DI-HD-COMPANY-CODE          PIC X(2).
000900     05  FILLER                      PIC X(32).
000910 01  DI-TRAILER-REC.
000920     05  FILLER                      PIC X(2).
000930     05  DI-PAY-COUNT                PIC 9(7).
000940     05  FILLER                      PIC X.
000950     05  DI-TOTAL-NET                PIC 9(11)V99.
000960     05  FILLER                      PIC X.
000970     05  DI-TL-COMPANY-CODE          PIC X(2).
000980     05  FILLER                      PIC X(54).
000990*
001000* EMPMAST - EMPLOYEE MASTER, AS IN BONUS.
001010*
001020 FD  EMP-MASTER
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 90 CHARACTERS
001060     BLOCK CONTAINS 0 RECORDS
001070     DATA RECORD IS EMP-MASTER-RECORD.
001080 01  EMP-MASTER-RECORD.
001090     05  EM-EMP-NBR                  PIC X(5).
001100     05  FILLER                      PIC X.
001110     05  EM-LAST-NAME                PIC X(20).
001120     05  EM-FIRST-NAME               PIC X(15).
001130     05  EM-MID-INIT                 PIC X.
001140     05  EM-STATE-CODE               PIC X(2).
001150     05  EM-DEPT-CODE                PIC X(4).
001160     05  EM-STATUS                   PIC X.
001170     05  EM-PAY-METHOD               PIC X.
001180     05  EM-ROUTING-NBR              PIC X(9).
001190     05  EM-ACCOUNT-NBR              PIC X(17).
001200     05  EM-PRENOTE-STATUS           PIC X.
001210     05  EM-PRENOTE-AGE              PIC 9(2).
001220     05  EM-LOCALITY-CODE            PIC X(4).
001230     05  EM-BANK-CHG-DATE            PIC 9(8) COMP-3.
001240     05  EM-COMPANY-CODE             PIC X(2).
001250*
001260* SCRNPARM - OPTIONAL SCREEN PARAMETER CARD.  ABSENT, OR A FIELD
001270* LEFT BLANK OR ZERO, TAKES THE DEFAULT: AN ACCOUNT CHANGED IN THE
001280* LAST 30 DAYS, AND A SINGLE NET OVER $10,000.00, ARE HELD.
001290*
001300 FD  SCRN-PARM
001310     RECORDING MODE IS F
001320     LABEL RECORDS ARE STANDARD
001330     RECORD CONTAINS 80 CHARACTERS
001340     BLOCK CONTAINS 0 RECORDS
001350     DATA RECORD IS PARM-REC.
001360 01  PARM-REC.
001370     05  SP-CHANGE-DAYS              PIC 9(3).
001380     05  FILLER                      PIC X.
001390     05  SP-NET-LIMIT                PIC 9(7)V99.
001400     05  FILLER                      PIC X(67).
001410*
001420* NEWDISB - THE RELEASED PAYMENTS, IN THE DISBURSE FORM, WITH THE
001430* TRAILER REBUILT OVER WHAT WAS RELEASED.  TRANSMITTED IN PLACE OF
001440* DISBURSE.
001450*
001460 FD  DISB-OUT
001470     RECORDING MODE IS F
001480     LABEL RECORDS ARE STANDARD
001490     RECORD CONTAINS 80 CHARACTERS
001500     BLOCK CONTAINS 0 RECORDS
001510     DATA RECORD IS DO-REC.
001520 01  DO-REC                          PIC X(80).
001530*
001540* DISBHELD - THE HELD PAYMENTS.  EACH IS THE DISBURSE DETAIL AS IT
001550* CAME IN, THE RUN'S FISCAL PERIOD, A 'Y' UNDER EVERY REASON IT
001560* WAS HELD AND THE COMPANY WHOSE SET IT CAME FROM, SO AN APPROVED
001570* PAYMENT CAN BE SENT ON UNCHANGED IN THE RIGHT SET.
001580*
001590 FD  HELD-OUT
001600     RECORDING MODE IS F
001610     LABEL RECORDS ARE STANDARD
001620     RECORD CONTAINS 100 CHARACTERS
001630     BLOCK CONTAINS 0 RECORDS
001640     DATA RECORD IS HELD-REC.
001650 01  HELD-REC.
001660     05  HD-DISB-DETAIL              PIC X(80).
001670     05  FILLER                      PIC X.
001680     05  HD-FISCAL                   PIC X(8).
001690     05  FILLER                      PIC X.
001700     05  HD-SHARED-FLAG              PIC X.
001710     05  HD-CHANGED-FLAG             PIC X.
001720     05  HD-LIMIT-FLAG               PIC X.
001730     05  HD-STATUS-FLAG              PIC X.
001740     05  FILLER                      PIC X.
001750     05  HD-COMPANY-CODE             PIC X(2).
001760     05  FILLER                      PIC X(3).
001770*
001780* SCRNRPT - EXCEPTION REPORT OF THE HELD PAYMENTS, WITH EVERY
001790* REASON SPELLED OUT, FOR THE SECOND APPROVER.
001800*
001810 FD  SCRN-RPT
001820     RECORDING MODE IS F
001830     LABEL RECORDS ARE STANDARD
001840     RECORD CONTAINS 100 CHARACTERS
001850     BLOCK CONTAINS 0 RECORDS
001860     DATA RECORD IS SCRN-REC.
001870 01  SCRN-REC                        PIC X(100).
001880
001890 WORKING-STORAGE SECTION.
001900
001910 01  WS-PRM-STATUS               PIC X(2) VALUE '00'.
001920     88  WS-PRM-FILE-NOT-FOUND       VALUE '35'.
001930
001940 01  WS-DISB-EOF-SW              PIC X VALUE 'N'.
001950     88  WS-DISB-EOF                 VALUE 'Y'.
001960
001970 01  WS-EMP-EOF-SW               PIC X VALUE 'N'.
001980     88  WS-EMP-EOF                  VALUE 'Y'.
001990
002000 01  WS-SET-OPEN-SW              PIC X VALUE 'N'.
002010     88  WS-SET-OPEN                 VALUE 'Y'.
002020
002030 01  WS-HELD-SW                  PIC X VALUE 'N'.
002040     88  WS-PAYMENTS-HELD            VALUE 'Y'.
002050
002060 01  WS-EMP-FOUND-SW             PIC X VALUE 'N'.
002070     88  WS-EMP-FOUND                VALUE 'Y'.
002080
002090 01  WS-HEAD-DATE                PIC X(34).
002100 01  WS-HEAD-TIME                PIC X(20).
002110 01  WS-RUN-FISCAL               PIC X(8).
002120 01  WS-RUN-DATE                 PIC 9(8).
002130
002140 01  WS-CHANGE-DAYS              PIC 9(3) VALUE ZERO.
002150 01  WS-NET-LIMIT                PIC 9(7)V99 VALUE ZERO.
002160 01  WS-DAYS-SINCE-CHANGE        PIC S9(7) COMP-3 VALUE ZERO.
002170 01  WS-BANK-CHG-DATE            PIC 9(8) VALUE ZERO.
002180 01  WS-SHARED-EMP-NBR           PIC X(5).
002190
002200* THE EMPLOYEE MASTER, LOADED THE WAY BONUS LOADS IT.
002210 01  EMP-TABLE.
002220     05  EMPLOYEES OCCURS 5000 TIMES
002230             INDEXED BY EM-IDX.
002240         10  ET-EMP-NBR         PIC X(5).
002250         10  FILLER             PIC X.
002260         10  ET-LAST-NAME       PIC X(20).
002270         10  ET-FIRST-NAME      PIC X(15).
002280         10  ET-MID-INIT        PIC X.
002290         10  ET-STATE-CODE      PIC X(2).
002300         10  ET-DEPT-CODE       PIC X(4).
002310         10  ET-STATUS          PIC X.
002320             88  ET-ACTIVE          VALUE 'A'.
002330         10  ET-PAY-METHOD      PIC X.
002340         10  ET-ROUTING-NBR     PIC X(9).
002350         10  ET-ACCOUNT-NBR     PIC X(17).
002360         10  ET-PRENOTE-STATUS  PIC X.
002370         10  ET-PRENOTE-AGE     PIC 9(2).
002380         10  ET-LOCALITY-CODE   PIC X(4).
002390         10  ET-BANK-CHG-DATE   PIC 9(8) COMP-3.
002400         10  ET-COMPANY-CODE    PIC X(2).
002410
002420 01  WS-EMP-LOADED               PIC 9(5) VALUE ZERO.
002430
002440* EVERY RECORD ON DISBURSE, HEADERS AND TRAILERS INCLUDED, IN FILE
002450* ORDER, EACH TAGGED WITH THE COMPANY OF ITS SET.  THE WHOLE
002460* FILE IS HELD HERE BECAUSE A SHARED ACCOUNT CAN ONLY BE SEEN
002470* ACROSS ALL OF IT.  THE TABLE IS SIZED TO BONUS'S PAY-TABLE PLUS
002480* ITS PRENOTES, AND A HEADER AND TRAILER FOR EACH OF ITS 20
002490* COMPANIES.
002500 01  DISB-TABLE.
002510     05  DISB-ITEMS OCCURS 10040 TIMES
002520             INDEXED BY DT-IDX.
002530         10  DT-REC.
002540             15  DT-REC-TYPE    PIC X.
002550                 88  DT-HEADER      VALUE 'H'.
002560                 88  DT-DEPOSIT     VALUE 'D'.
002570                 88  DT-TRAILER     VALUE 'T'.
002580             15  FILLER         PIC X.
002590             15  DT-EMP-NBR     PIC X(5).
002600             15  FILLER         PIC X.
002610             15  DT-ROUTING     PIC X(9).
002620             15  FILLER         PIC X.
002630             15  DT-ACCOUNT     PIC X(17).
002640             15  FILLER         PIC X.
002650             15  DT-NET         PIC 9(9)V99.
002660             15  FILLER         PIC X.
002670             15  DT-LAST-NAME   PIC X(20).
002680             15  FILLER         PIC X(12).
002690         10  DT-COMPANY-CODE    PIC X(2).
002700
002710 01  WS-DISB-COUNT               PIC 9(5) VALUE ZERO.
002720 01  DISB-SUB                    PIC 9(5) VALUE ZERO.
002730
002740* THE SET BEING LOADED OR SCREENED - ITS COMPANY, WHAT IT CARRIED
002750* IN, AND WHAT OF IT WAS RELEASED.
002760 01  WS-SET-COUNT                PIC 9(3) VALUE ZERO.
002770 01  WS-SET-COMPANY              PIC X(2) VALUE SPACES.
002780 01  WS-SET-DETAILS              PIC S9(7) COMP VALUE ZERO.
002790 01  WS-SET-TOTAL                PIC S9(11)V99 COMP-3 VALUE ZERO.
002800 01  WS-SET-RELEASED             PIC S9(7) COMP VALUE ZERO.
002810 01  WS-SET-RELEASED-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
002820 01  WS-RPT-COMPANY              PIC X(2) VALUE LOW-VALUES.
002830
002840* THE REASONS ONE PAYMENT IS HELD - ANY ONE IS ENOUGH.
002850 01  WS-HOLD-FLAGS.
002860     05  WS-SHARED-FLAG          PIC X.
002870         88  WS-SHARED-ACCOUNT       VALUE 'Y'.
002880     05  WS-CHANGED-FLAG         PIC X.
002890         88  WS-ACCOUNT-CHANGED      VALUE 'Y'.
002900     05  WS-LIMIT-FLAG           PIC X.
002910         88  WS-OVER-LIMIT           VALUE 'Y'.
002920     05  WS-STATUS-FLAG          PIC X.
002930         88  WS-NOT-ACTIVE           VALUE 'Y'.
002940 01  WS-HOLD-FLAGS-X REDEFINES WS-HOLD-FLAGS
002950                                 PIC X(4).
002960     88  WS-NOTHING-FLAGGED          VALUE 'NNNN'.
002970
002980 01  DISB-TRAILER.
002990     05  FILLER                 PIC X     VALUE 'T'.
003000     05  FILLER                 PIC X     VALUE SPACES.
003010     05  DT-PAY-COUNT           PIC 9(7).
003020     05  FILLER                 PIC X     VALUE SPACES.
003030     05  DT-TOTAL-NET           PIC 9(11)V99.
003040     05  FILLER                 PIC X     VALUE SPACES.
003050     05  DT-TRL-COMPANY-CODE    PIC X(2).
003060     05  FILLER                 PIC X(54) VALUE SPACES.
003070
003080 01  SCRN-HEADING-1.
003090     05  FILLER            PIC X(36) VALUE
003100         'DISBSCRN - HELD PAYMENTS FOR REVIEW '.
003110     05  SH-FISCAL         PIC X(8).
003120     05  FILLER            PIC X(4)  VALUE SPACES.
003130     05  SH-DATE           PIC X(34).
003140
003150 01  SCRN-HEADING-2.
003160     05  FILLER            PIC X(14) VALUE 'HELD WHEN THE '.
003170     05  FILLER            PIC X(23) VALUE
003180         'ACCOUNT CHANGED WITHIN '.
003190     05  SH-CHANGE-DAYS    PIC ZZ9.
003200     05  FILLER            PIC X(25) VALUE
003210         ' DAYS OR THE NET EXCEEDS '.
003220     05  SH-NET-LIMIT      PIC $$,$$$,$$9.99.
003230
003240 01  SCRN-HEADING-3.
003250     05  FILLER            PIC X(7)  VALUE 'EMP NO'.
003260     05  FILLER            PIC X(22) VALUE 'LAST NAME'.
003270     05  FILLER            PIC X(11) VALUE 'ROUTING'.
003280     05  FILLER            PIC X(19) VALUE 'ACCOUNT'.
003290     05  FILLER            PIC X(15) VALUE '        NET'.
003300     05  FILLER            PIC X(26) VALUE 'REASON HELD'.
003310
003320 01  SCRN-DETAIL-LINE.
003330     05  SD-EMP-NBR        PIC X(5).
003340     05  FILLER            PIC X(2)  VALUE SPACES.
003350     05  SD-LAST-NAME      PIC X(20).
003360     05  FILLER            PIC X(2)  VALUE SPACES.
003370     05  SD-ROUTING        PIC X(9).
003380     05  FILLER            PIC X(2)  VALUE SPACES.
003390     05  SD-ACCOUNT        PIC X(17).
003400     05  FILLER            PIC X(2)  VALUE SPACES.
003410     05  SD-NET            PIC $$$,$$$,$$9.99.
003420     05  SD-NET-X REDEFINES SD-NET
003430                           PIC X(14).
003440     05  FILLER            PIC X(2)  VALUE SPACES.
003450     05  SD-REASON         PIC X(25).
003460
003470 01  SCRN-COMPANY-LINE.
003480     05  FILLER            PIC X(8)  VALUE 'COMPANY '.
003490     05  SC-COMPANY-CODE   PIC X(2).
003500
003510 01  SCRN-TOTAL-LINE.
003520     05  ST-LABEL          PIC X(24).
003530     05  ST-COUNT          PIC ZZZ,ZZ9.
003540     05  FILLER            PIC X(4)  VALUE SPACES.
003550     05  ST-AMOUNT         PIC $$$,$$$,$$9.99.
003560
003570 01  SCRN-APPROVAL-LINE.
003580     05  FILLER            PIC X(40) VALUE
003590         'RELEASE APPROVED BY: __________________ '.
003600     05  FILLER            PIC X(26) VALUE
003610         '   DATE: ________________'.
003620
003630 01  WS-IN-TOTAL                 PIC S9(11)V99 COMP-3 VALUE ZERO.
003640 01  WS-RELEASED-TOTAL           PIC S9(11)V99 COMP-3 VALUE ZERO.
003650 01  WS-HELD-TOTAL               PIC S9(11)V99 COMP-3 VALUE ZERO.
003660
003670 01  W01-COUNTERS.
003680     05  W01-DETAILS-IN           PIC S9(7) COMP VALUE ZERO.
003690     05  W01-PRENOTES             PIC S9(7) COMP VALUE ZERO.
003700     05  W01-RELEASED             PIC S9(7) COMP VALUE ZERO.
003710     05  W01-HELD                 PIC S9(7) COMP VALUE ZERO.
003720     05  W01-SHARED               PIC S9(7) COMP VALUE ZERO.
003730     05  W01-CHANGED              PIC S9(7) COMP VALUE ZERO.
003740     05  W01-OVER-LIMIT           PIC S9(7) COMP VALUE ZERO.
003750     05  W01-NOT-ACTIVE           PIC S9(7) COMP VALUE ZERO.
003760
003770 PROCEDURE DIVISION.
003780 P0100-MAINLINE.
003790
003800     PERFORM P0200-INITIALIZE        THRU P0299-EXIT
003810
003820     PERFORM P0300-LOAD-DISB         THRU P0399-EXIT
003830         UNTIL WS-DISB-EOF
003840
003850     PERFORM P0360-CHECK-ENDED       THRU P0369-EXIT
003860
003870     PERFORM P0500-SCREEN-ITEM       THRU P0599-EXIT
003880         VARYING DISB-SUB FROM 1 BY 1
003890         UNTIL DISB-SUB > WS-DISB-COUNT
003900
003910     PERFORM P0400-WRAP-UP           THRU P0499-EXIT
003920
003930     GOBACK
003940
003950     .
003960 P0199-EXIT.
003970     EXIT.
003980* THE PARAMETERS, THE EMPLOYEE TABLE, AND THE FIRST DISBURSE
003990* RECORD, WHICH MUST BE A HEADER.
004000 P0200-INITIALIZE.
004010
004020     CALL 'DATETIME' USING WS-HEAD-DATE WS-HEAD-TIME
004030                           WS-RUN-FISCAL
004040     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004050
004060     PERFORM P0210-READ-SCRN-PARM    THRU P0219-EXIT
004070
004080     OPEN INPUT  DISB-IN
004090                 EMP-MASTER
004100          OUTPUT DISB-OUT
004110                 HELD-OUT
004120                 SCRN-RPT
004130
004140     PERFORM P0900-READ-EMP          THRU P0909-EXIT
004150     PERFORM P0220-LOAD-EMP          THRU P0229-EXIT
004160         UNTIL WS-EMP-EOF
004170
004180     MOVE WS-RUN-FISCAL  TO SH-FISCAL
004190     MOVE WS-HEAD-DATE   TO SH-DATE
004200     MOVE WS-CHANGE-DAYS TO SH-CHANGE-DAYS
004210     MOVE WS-NET-LIMIT   TO SH-NET-LIMIT
004220     WRITE SCRN-REC FROM SCRN-HEADING-1
004230     WRITE SCRN-REC FROM SCRN-HEADING-2
004240     MOVE SPACES TO SCRN-REC
004250     WRITE SCRN-REC
004260     WRITE SCRN-REC FROM SCRN-HEADING-3
004270     MOVE SPACES TO SCRN-REC
004280     WRITE SCRN-REC
004290
004300     PERFORM P0910-READ-DISB         THRU P0919-EXIT
004310     IF WS-DISB-EOF OR NOT DI-HEADER
004320         DISPLAY 'DISBSCRN - DISBURSE HAS NO HEADER - RUN ENDED'
004330         PERFORM P0950-ABORT THRU P0959-EXIT
004340     END-IF
004350     .
004360 P0299-EXIT.
004370     EXIT.
004380* THE PARAMETER CARD IS OPTIONAL - NO SCRNPARM (STATUS 35) OR A
004390* ZERO FIELD TAKES THE DEFAULT.
004400 P0210-READ-SCRN-PARM.
004410     MOVE 30       TO WS-CHANGE-DAYS
004420     MOVE 10000.00 TO WS-NET-LIMIT
004430
004440     OPEN INPUT SCRN-PARM
004450     IF NOT WS-PRM-FILE-NOT-FOUND
004460         IF WS-PRM-STATUS NOT = '00'
004470             DISPLAY 'DISBSCRN - SCRNPARM OPEN FAILED, STATUS: '
004480                     WS-PRM-STATUS
004490             MOVE +16 TO RETURN-CODE
004500             GOBACK
004510         END-IF
004520         READ SCRN-PARM
004530             AT END
004540                 MOVE ZEROES TO PARM-REC
004550         END-READ
004560         CLOSE SCRN-PARM
004570         IF SP-CHANGE-DAYS NUMERIC AND SP-CHANGE-DAYS > ZERO
004580             MOVE SP-CHANGE-DAYS TO WS-CHANGE-DAYS
004590         END-IF
004600         IF SP-NET-LIMIT NUMERIC AND SP-NET-LIMIT > ZERO
004610             MOVE SP-NET-LIMIT   TO WS-NET-LIMIT
004620         END-IF
004630     END-IF
004640     .
004650 P0219-EXIT.
004660     EXIT.
004670* EMPMAST HAS OUTGROWN THE 5000-SLOT TABLE - A PAYMENT TO AN
004680* EMPLOYEE PAST THE CAP WOULD BE HELD AS NOT ON EMPMAST, SO STOP.
004690 P0220-LOAD-EMP.
004700     IF WS-EMP-LOADED NOT LESS THAN 5000
004710         DISPLAY 'DISBSCRN - EMPMAST EXCEEDS THE 5000 EMPLOYEE '
004720                 'TABLE - RUN ENDED'
004730         PERFORM P0950-ABORT THRU P0959-EXIT
004740     END-IF
004750     ADD 1 TO WS-EMP-LOADED
004760     MOVE EMP-MASTER-RECORD TO EMPLOYEES (WS-EMP-LOADED)
004770
004780     PERFORM P0900-READ-EMP          THRU P0909-EXIT
004790     .
004800 P0229-EXIT.
004810     EXIT.
004820* EVERY RECORD IS KEPT, IN ORDER, TO THE END OF THE FILE.  A
004830* SET OPENS ON ITS HEADER AND CLOSES ON ITS TRAILER; A DETAIL
004840* OUTSIDE A SET, OR A HEADER INSIDE ONE, MEANS THE FILE IS
004850* DAMAGED.  A BLANK COMPANY ON THE HEADER IS COMPANY 01.
004860 P0300-LOAD-DISB.
004870     EVALUATE TRUE
004880         WHEN DI-HEADER
004890             IF WS-SET-OPEN
004900                 DISPLAY 'DISBSCRN - DISBURSE HEADER INSIDE THE '
004910                         'SET FOR COMPANY ' WS-SET-COMPANY
004920                         ' - RUN ENDED'
004930                 PERFORM P0950-ABORT THRU P0959-EXIT
004940             END-IF
004950             MOVE 'Y'                TO WS-SET-OPEN-SW
004960             ADD 1                   TO WS-SET-COUNT
004970             MOVE ZERO               TO WS-SET-DETAILS
004980                                        WS-SET-TOTAL
004990             MOVE DI-HD-COMPANY-CODE TO WS-SET-COMPANY
005000             IF WS-SET-COMPANY = SPACES
005010                 MOVE '01'           TO WS-SET-COMPANY
005020             END-IF
005030             PERFORM P0310-STORE-ITEM THRU P0319-EXIT
005040         WHEN DI-TRAILER
005050             IF NOT WS-SET-OPEN
005060                 DISPLAY 'DISBSCRN - DISBURSE TRAILER WITH NO '
005070                         'HEADER - RUN ENDED'
005080                 PERFORM P0950-ABORT THRU P0959-EXIT
005090             END-IF
005100             PERFORM P0350-CHECK-BALANCE THRU P0359-EXIT
005110             PERFORM P0310-STORE-ITEM THRU P0319-EXIT
005120             MOVE 'N'                TO WS-SET-OPEN-SW
005130         WHEN DI-DEPOSIT OR DI-PRENOTE
005140             IF NOT WS-SET-OPEN
005150                 DISPLAY 'DISBSCRN - DISBURSE DETAIL OUTSIDE A '
005160                         'HEADER/TRAILER SET - RUN ENDED'
005170                 PERFORM P0950-ABORT THRU P0959-EXIT
005180             END-IF
005190             PERFORM P0310-STORE-ITEM THRU P0319-EXIT
005200             ADD 1      TO W01-DETAILS-IN
005210                           WS-SET-DETAILS
005220             ADD DI-NET TO WS-IN-TOTAL
005230                           WS-SET-TOTAL
005240         WHEN OTHER
005250             DISPLAY 'DISBSCRN - UNKNOWN DISBURSE RECORD TYPE: '
005260                     DI-REC-TYPE
005270             PERFORM P0950-ABORT THRU P0959-EXIT
005280     END-EVALUATE
005290
005300     PERFORM P0910-READ-DISB         THRU P0919-EXIT
005310     .
005320 P0399-EXIT.
005330     EXIT.
005340* ONE RECORD INTO THE TABLE, UNDER THE COMPANY OF ITS SET.
005350 P0310-STORE-ITEM.
005360     IF WS-DISB-COUNT NOT LESS THAN 10040
005370         DISPLAY 'DISBSCRN - DISBURSE EXCEEDS THE 10040 '
005380                 'RECORD TABLE - RUN ENDED'
005390         PERFORM P0950-ABORT THRU P0959-EXIT
005400     END-IF
005410     ADD 1 TO WS-DISB-COUNT
005420     MOVE DI-REC         TO DT-REC (WS-DISB-COUNT)
005430     MOVE WS-SET-COMPANY TO DT-COMPANY-CODE (WS-DISB-COUNT)
005440     .
005450 P0319-EXIT.
005460     EXIT.
005470* EVERY SET MUST BALANCE TO ITS OWN TRAILER BEFORE ANYTHING IS
005480* SCREENED - A SHORT OR DAMAGED FILE IS NOT SENT ON IN PART.
005490 P0350-CHECK-BALANCE.
005500     IF DI-PAY-COUNT NOT = WS-SET-DETAILS
005510        OR DI-TOTAL-NET NOT = WS-SET-TOTAL
005520         DISPLAY 'DISBSCRN - DISBURSE OUT OF BALANCE FOR COMPANY '
005530                 WS-SET-COMPANY
005540         DISPLAY 'DISBSCRN - TRAILER: ' DI-PAY-COUNT ' '
005550                 DI-TOTAL-NET
005560         DISPLAY 'DISBSCRN - DETAILS: ' WS-SET-DETAILS ' '
005570                 WS-SET-TOTAL
005580         PERFORM P0950-ABORT THRU P0959-EXIT
005590     END-IF
005600     .
005610 P0359-EXIT.
005620     EXIT.
005630* THE LAST SET MUST HAVE BEEN CLOSED BY ITS TRAILER.
005640 P0360-CHECK-ENDED.
005650     IF WS-SET-OPEN
005660         DISPLAY 'DISBSCRN - DISBURSE SET FOR COMPANY '
005670                 WS-SET-COMPANY ' HAS NO TRAILER - RUN ENDED'
005680         PERFORM P0950-ABORT THRU P0959-EXIT
005690     END-IF
005700     .
005710 P0369-EXIT.
005720     EXIT.
005730* ONE RECORD.  A HEADER STARTS ITS SET ON NEWDISB AND A TRAILER
005740* CLOSES IT.  A ZERO-DOLLAR PRENOTE MOVES NO MONEY AND GOES
005750* STRAIGHT THROUGH.  A DEPOSIT IS RELEASED ONLY IF NOTHING AT ALL
005760* IS FLAGGED.
005770 P0500-SCREEN-ITEM.
005780     EVALUATE TRUE
005790         WHEN DT-HEADER (DISB-SUB)
005800             WRITE DO-REC FROM DT-REC (DISB-SUB)
005810             MOVE ZERO TO WS-SET-RELEASED
005820                          WS-SET-RELEASED-TOTAL
005830         WHEN DT-TRAILER (DISB-SUB)
005840             PERFORM P0550-WRITE-TRAILER THRU P0559-EXIT
005850         WHEN NOT DT-DEPOSIT (DISB-SUB)
005860             WRITE DO-REC FROM DT-REC (DISB-SUB)
005870             ADD 1 TO W01-PRENOTES
005880                      WS-SET-RELEASED
005890         WHEN OTHER
005900             MOVE 'NNNN' TO WS-HOLD-FLAGS-X
005910             PERFORM P0510-CHECK-SHARED  THRU P0519-EXIT
005920             PERFORM P0520-CHECK-MASTER  THRU P0529-EXIT
005930             IF DT-NET (DISB-SUB) > WS-NET-LIMIT
005940                 MOVE 'Y' TO WS-LIMIT-FLAG
005950                 ADD 1 TO W01-OVER-LIMIT
005960             END-IF
005970             IF WS-NOTHING-FLAGGED
005980                 WRITE DO-REC FROM DT-REC (DISB-SUB)
005990                 ADD 1 TO W01-RELEASED
006000                          WS-SET-RELEASED
006010                 ADD DT-NET (DISB-SUB) TO WS-RELEASED-TOTAL
006020                                          WS-SET-RELEASED-TOTAL
006030             ELSE
006040                 PERFORM P0600-HOLD-PAYMENT THRU P0699-EXIT
006050             END-IF
006060     END-EVALUATE
006070     .
006080 P0599-EXIT.
006090     EXIT.
006100* THE SET'S TRAILER IS REBUILT OVER WHAT OF IT WAS RELEASED -
006110* PRENOTES IN THE COUNT AS BONUS COUNTS THEM - SO THE BANK
006120* BALANCES EACH COMPANY'S SET ON NEWDISB.
006130 P0550-WRITE-TRAILER.
006140     MOVE WS-SET-RELEASED             TO DT-PAY-COUNT
006150     MOVE WS-SET-RELEASED-TOTAL       TO DT-TOTAL-NET
006160     MOVE DT-COMPANY-CODE (DISB-SUB)  TO DT-TRL-COMPANY-CODE
006170     WRITE DO-REC FROM DISB-TRAILER
006180     .
006190 P0559-EXIT.
006200     EXIT.
006210* ANOTHER EMPLOYEE'S DEPOSIT TO THE SAME ROUTING AND ACCOUNT.
006220* BOTH SIDES ARE HELD, EACH WHEN ITS OWN TURN COMES.
006230 P0510-CHECK-SHARED.
006240     SET DT-IDX TO 1
006250     SEARCH DISB-ITEMS
006260         AT END
006270             CONTINUE
006280         WHEN DT-IDX > WS-DISB-COUNT
006290             CONTINUE
006300         WHEN DT-DEPOSIT (DT-IDX)
006310          AND DT-ROUTING (DT-IDX) = DT-ROUTING (DISB-SUB)
006320          AND DT-ACCOUNT (DT-IDX) = DT-ACCOUNT (DISB-SUB)
006330          AND DT-EMP-NBR (DT-IDX) NOT = DT-EMP-NBR (DISB-SUB)
006340             MOVE 'Y' TO WS-SHARED-FLAG
006350             MOVE DT-EMP-NBR (DT-IDX) TO WS-SHARED-EMP-NBR
006360             ADD 1 TO W01-SHARED
006370     END-SEARCH
006380     .
006390 P0519-EXIT.
006400     EXIT.
006410* THE EMPLOYEE AS EMPMAST HAS IT.  NOT ON FILE, OR ON FILE BUT NOT
006420* ACTIVE, IS HELD.  SO IS A BANK CHANGE INSIDE THE WINDOW - A DATE
006430* THAT IS NOT THERE (A RECORD FROM BEFORE THE DATE WAS KEPT) IS
006440* TAKEN AS NO RECENT CHANGE.
006450 P0520-CHECK-MASTER.
006460     MOVE 'N' TO WS-EMP-FOUND-SW
006470     SET EM-IDX TO 1
006480     SEARCH EMPLOYEES
006490         AT END
006500             CONTINUE
006510         WHEN EM-IDX > WS-EMP-LOADED
006520             CONTINUE
006530         WHEN ET-EMP-NBR (EM-IDX) = DT-EMP-NBR (DISB-SUB)
006540             MOVE 'Y' TO WS-EMP-FOUND-SW
006550     END-SEARCH
006560
006570     IF NOT WS-EMP-FOUND
006580         MOVE 'Y' TO WS-STATUS-FLAG
006590         ADD 1 TO W01-NOT-ACTIVE
006600     ELSE
006610         IF NOT ET-ACTIVE (EM-IDX)
006620             MOVE 'Y' TO WS-STATUS-FLAG
006630             ADD 1 TO W01-NOT-ACTIVE
006640         END-IF
006650         IF ET-BANK-CHG-DATE (EM-IDX) NUMERIC
006660            AND ET-BANK-CHG-DATE (EM-IDX) > ZERO
006670             MOVE ET-BANK-CHG-DATE (EM-IDX) TO WS-BANK-CHG-DATE
006680             COMPUTE WS-DAYS-SINCE-CHANGE =
006690                 FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
006700               - FUNCTION INTEGER-OF-DATE (WS-BANK-CHG-DATE)
006710             IF WS-DAYS-SINCE-CHANGE NOT GREATER THAN
006720                WS-CHANGE-DAYS
006730                 MOVE 'Y' TO WS-CHANGED-FLAG
006740                 ADD 1 TO W01-CHANGED
006750             END-IF
006760         END-IF
006770     END-IF
006780     .
006790 P0529-EXIT.
006800     EXIT.
006810* THE PAYMENT GOES TO DISBHELD AND ONTO THE REPORT, ONE LINE PER
006820* REASON, THE PAYMENT ITSELF ON THE FIRST.  EACH COMPANY'S HELD
006830* PAYMENTS PRINT UNDER A LINE NAMING THE COMPANY.
006840 P0600-HOLD-PAYMENT.
006850     MOVE SPACES                   TO HELD-REC
006860     MOVE DT-REC (DISB-SUB)        TO HD-DISB-DETAIL
006870     MOVE WS-RUN-FISCAL            TO HD-FISCAL
006880     MOVE WS-SHARED-FLAG           TO HD-SHARED-FLAG
006890     MOVE WS-CHANGED-FLAG          TO HD-CHANGED-FLAG
006900     MOVE WS-LIMIT-FLAG            TO HD-LIMIT-FLAG
006910     MOVE WS-STATUS-FLAG           TO HD-STATUS-FLAG
006920     MOVE DT-COMPANY-CODE (DISB-SUB) TO HD-COMPANY-CODE
006930     WRITE HELD-REC
006940
006950     ADD 1                         TO W01-HELD
006960     ADD DT-NET (DISB-SUB)         TO WS-HELD-TOTAL
006970     MOVE 'Y'                      TO WS-HELD-SW
006980
006990     IF DT-COMPANY-CODE (DISB-SUB) NOT = WS-RPT-COMPANY
007000         MOVE DT-COMPANY-CODE (DISB-SUB) TO WS-RPT-COMPANY
007010                                            SC-COMPANY-CODE
007020         WRITE SCRN-REC FROM SCRN-COMPANY-LINE
007030     END-IF
007040
007050     MOVE DT-EMP-NBR (DISB-SUB)    TO SD-EMP-NBR
007060     MOVE DT-LAST-NAME (DISB-SUB)  TO SD-LAST-NAME
007070     MOVE DT-ROUTING (DISB-SUB)    TO SD-ROUTING
007080     MOVE DT-ACCOUNT (DISB-SUB)    TO SD-ACCOUNT
007090     MOVE DT-NET (DISB-SUB)        TO SD-NET
007100
007110     IF WS-SHARED-ACCOUNT
007120         MOVE SPACES               TO SD-REASON
007130         STRING 'ACCOUNT ALSO PAYS '  DELIMITED BY SIZE
007140                WS-SHARED-EMP-NBR     DELIMITED BY SIZE
007150           INTO SD-REASON
007160         END-STRING
007170         PERFORM P0610-WRITE-REASON THRU P0619-EXIT
007180     END-IF
007190     IF WS-ACCOUNT-CHANGED
007200         MOVE 'ACCOUNT RECENTLY CHANGED' TO SD-REASON
007210         PERFORM P0610-WRITE-REASON THRU P0619-EXIT
007220     END-IF
007230     IF WS-OVER-LIMIT
007240         MOVE 'NET OVER PAYMENT LIMIT'   TO SD-REASON
007250         PERFORM P0610-WRITE-REASON THRU P0619-EXIT
007260     END-IF
007270     IF WS-NOT-ACTIVE
007280         IF WS-EMP-FOUND
007290             MOVE SPACES                 TO SD-REASON
007300             STRING 'EMPLOYEE STATUS IS '   DELIMITED BY SIZE
007310                    ET-STATUS (EM-IDX)      DELIMITED BY SIZE
007320               INTO SD-REASON
007330             END-STRING
007340         ELSE
007350             MOVE 'EMPLOYEE NOT ON EMPMAST' TO SD-REASON
007360         END-IF
007370         PERFORM P0610-WRITE-REASON THRU P0619-EXIT
007380     END-IF
007390     .
007400 P0699-EXIT.
007410     EXIT.
007420* THE PAYMENT PRINTS ON ITS FIRST REASON LINE ONLY; LATER REASONS
007430* FOR THE SAME PAYMENT PRINT ALONE UNDER IT.
007440 P0610-WRITE-REASON.
007450     WRITE SCRN-REC FROM SCRN-DETAIL-LINE
007460     MOVE SPACES TO SD-EMP-NBR SD-LAST-NAME SD-ROUTING SD-ACCOUNT
007470     MOVE SPACES TO SD-NET-X
007480     .
007490 P0619-EXIT.
007500     EXIT.
007510* THE TOTALS ON SCRNRPT ARE FOR THE WHOLE FILE, ALL COMPANIES.
007520 P0400-WRAP-UP.
007530
007540     IF NOT WS-PAYMENTS-HELD
007550         MOVE 'NO PAYMENTS HELD' TO SCRN-REC
007560         WRITE SCRN-REC
007570     END-IF
007580     MOVE SPACES TO SCRN-REC
007590     WRITE SCRN-REC
007600
007610     MOVE 'DISBURSE DETAILS IN:'  TO ST-LABEL
007620     MOVE W01-DETAILS-IN          TO ST-COUNT
007630     MOVE WS-IN-TOTAL             TO ST-AMOUNT
007640     WRITE SCRN-REC FROM SCRN-TOTAL-LINE
007650     MOVE 'RELEASED TO NEWDISB:'  TO ST-LABEL
007660     COMPUTE ST-COUNT = W01-RELEASED + W01-PRENOTES
007670     MOVE WS-RELEASED-TOTAL       TO ST-AMOUNT
007680     WRITE SCRN-REC FROM SCRN-TOTAL-LINE
007690     MOVE 'HELD ON DISBHELD:'     TO ST-LABEL
007700     MOVE W01-HELD                TO ST-COUNT
007710     MOVE WS-HELD-TOTAL           TO ST-AMOUNT
007720     WRITE SCRN-REC FROM SCRN-TOTAL-LINE
007730
007740     IF WS-PAYMENTS-HELD
007750         MOVE SPACES TO SCRN-REC
007760         WRITE SCRN-REC
007770         WRITE SCRN-REC FROM SCRN-APPROVAL-LINE
007780     END-IF
007790
007800     CLOSE DISB-IN
007810           EMP-MASTER
007820           DISB-OUT
007830           HELD-OUT
007840           SCRN-RPT
007850
007860     DISPLAY 'DISBSCRN - DISBURSE SCREEN COUNTS'
007870     DISPLAY 'COMPANY SETS      : ' WS-SET-COUNT
007880     DISPLAY 'DETAILS READ      : ' W01-DETAILS-IN
007890     DISPLAY 'PRENOTES PASSED   : ' W01-PRENOTES
007900     DISPLAY 'DEPOSITS RELEASED : ' W01-RELEASED
007910     DISPLAY 'DEPOSITS HELD     : ' W01-HELD
007920     DISPLAY 'SHARED ACCOUNT    : ' W01-SHARED
007930     DISPLAY 'ACCOUNT CHANGED   : ' W01-CHANGED
007940     DISPLAY 'OVER NET LIMIT    : ' W01-OVER-LIMIT
007950     DISPLAY 'NOT ACTIVE        : ' W01-NOT-ACTIVE
007960     DISPLAY 'DISBSCRN - TRANSMIT NEWDISB IN PLACE OF DISBURSE'
007970
007980     IF WS-PAYMENTS-HELD
007990         DISPLAY 'DISBSCRN - HELD PAYMENTS ON SCRNRPT NEED A '
008000                 'SECOND APPROVER'
008010         MOVE +4 TO RETURN-CODE
008020     ELSE
008030         MOVE +0 TO RETURN-CODE
008040     END-IF
008050     .
008060 P0499-EXIT.
008070     EXIT.
008080
008090 P0900-READ-EMP.
008100     READ EMP-MASTER
008110         AT END
008120             MOVE 'Y' TO WS-EMP-EOF-SW
008130     END-READ
008140     .
008150 P0909-EXIT.
008160     EXIT.
008170
008180 P0910-READ-DISB.
008190     READ DISB-IN
008200         AT END
008210             MOVE 'Y' TO WS-DISB-EOF-SW
008220     END-READ
008230     .
008240 P0919-EXIT.
008250     EXIT.
008260* NOTHING IS RELEASED FROM A FILE THAT CANNOT BE SCREENED WHOLE.
008270* NEWDISB IS LEFT INCOMPLETE AND MUST NOT BE SENT.
008280 P0950-ABORT.
008290     DISPLAY 'DISBSCRN - NEWDISB IS INCOMPLETE - DO NOT TRANSMIT'
008300     CLOSE DISB-IN EMP-MASTER DISB-OUT HELD-OUT SCRN-RPT
008310     MOVE +16 TO RETURN-CODE
008320     GOBACK
008330     .
008340 P0959-EXIT.
008350     EXIT.
008360
008370* END OF PROGRAM
