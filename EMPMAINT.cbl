000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EMPMAINT.
000120 AUTHOR. REF.
000130 INSTALLATION. REF.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*
000170* MODIFICATION HISTORY
000180*    2026-10-15  REF  INITIAL VERSION - ADD/CHANGE/DELETE
000190*                      MAINTENANCE AGAINST THE EMPMAST EMPLOYEE
000200*                      MASTER, BUILT THE WAY TAXMAINT MAINTAINS
000210*                      INSTTAX: TRANSACTIONS ARE SORTED INTO
000220*                      EMPLOYEE-NUMBER SEQUENCE AND MERGED AGAINST
000230*                      THE OLD MASTER, THE REWRITTEN MASTER GOES
000240*                      TO NEWEMP AND EVERY FIELD OF EVERY EMPLOYEE
000250*                      TOUCHED IS LISTED BEFORE AND AFTER ON
000260*                      EMPAUDIT.  ANY CHANGE TO THE ROUTING OR
000270*                      ACCOUNT NUMBER PUTS THE ACCOUNT BACK TO
000280*                      PRENOTE PENDING AT AGE ZERO, SO A NEW BANK
000290*                      ACCOUNT CAN NEVER SKIP THE PRENOTE CYCLE.
000300*    2026-10-15  REF  EMPMAST NOW CARRIES THE DATE THE BANK
000310*                      ROUTING OR ACCOUNT NUMBER LAST CHANGED
000320*                      (PACKED, IN THE OLD FILLER), STAMPED WITH
000330*                      THE RUN DATE WHENEVER A CHANGE MOVES EITHER
000340*                      NUMBER, SO THE DISBURSE SCREEN CAN HOLD A
000350*                      DEPOSIT TO A NEWLY CHANGED ACCOUNT.  AN ADD
000360*                      LEAVES IT ZERO - NOTHING HAS CHANGED YET.
000370*    2026-10-15  REF  COMPANY CODE ON EMPMAST AND EMPTRANS.  AN
000380*                      ADD WITH NO COMPANY GOES TO 01; A CHANGE
000390*                      LEAVES IT ALONE UNLESS ONE IS KEYED.
000400*                      AUDITED LIKE EVERY OTHER FIELD.
000410*
000420 ENVIRONMENT DIVISION.
000430
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT OLD-MASTER   ASSIGN TO EMPMAST.
000470     SELECT TRANS-IN      ASSIGN TO EMPTRANS.
000480     SELECT SORT-WORK     ASSIGN TO SRTWK01.
000490     SELECT TRANS-SORTED  ASSIGN TO EMPTSRT.
000500     SELECT NEW-MASTER    ASSIGN TO NEWEMP.
000510     SELECT AUDIT-RPT     ASSIGN TO EMPAUDIT.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550*
000560* OLD-MASTER - THE CURRENT EMPMAST EMPLOYEE MASTER, AS IN BONUS,
000570* IN EMPLOYEE-NUMBER SEQUENCE.
000580*
000590 FD  OLD-MASTER
000600     RECORDING MODE IS F
000610     LABEL RECORDS ARE STANDARD
000620     RECORD CONTAINS 90 CHARACTERS
000630     BLOCK CONTAINS 0 RECORDS
000640     DATA RECORD IS OM-REC.
000650 01  OM-REC.
000660     05  OM-EMP-NBR                  PIC X(5).
000670     05  FILLER                      PIC X.
000680     05  OM-LAST-NAME                PIC X(20).
000690     05  OM-FIRST-NAME               PIC X(15).
000700     05  OM-MID-INIT                 PIC X.
000710     05  OM-STATE-CODE               PIC X(2).
000720     05  OM-DEPT-CODE                PIC X(4).
000730     05  OM-STATUS                   PIC X.
000740     05  OM-PAY-METHOD               PIC X.
000750     05  OM-ROUTING-NBR              PIC X(9).
000760     05  OM-ACCOUNT-NBR              PIC X(17).
000770     05  OM-PRENOTE-STATUS           PIC X.
000780     05  OM-PRENOTE-AGE              PIC 9(2).
000790     05  OM-LOCALITY-CODE            PIC X(4).
000800     05  OM-BANK-CHG-DATE            PIC 9(8) COMP-3.
000810     05  OM-COMPANY-CODE             PIC X(2).
000820*
000830* EMPTRANS - RAW ADD/CHANGE/DELETE TRANSACTIONS, ANY ORDER.  ON A
000840* CHANGE A BLANK FIELD LEAVES THE MASTER FIELD AS IT IS; AN
000850* ASTERISK IN THE MIDDLE INITIAL OR LOCALITY CODE CLEARS IT.  AN
000860* ADD WITH NO COMPANY CODE IS PUT IN COMPANY 01.
000870*
000880 FD  TRANS-IN
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD
000910     RECORD CONTAINS 100 CHARACTERS
000920     BLOCK CONTAINS 0 RECORDS
000930     DATA RECORD IS TI-REC.
000940 01  TI-REC.
000950     05  TI-TRANS-CODE               PIC X.
000960     05  TI-EMP-NBR                  PIC X(5).
000970     05  TI-LAST-NAME                PIC X(20).
000980     05  TI-FIRST-NAME               PIC X(15).
000990     05  TI-MID-INIT                 PIC X.
001000     05  TI-STATE-CODE               PIC X(2).
001010     05  TI-DEPT-CODE                PIC X(4).
001020     05  TI-STATUS                   PIC X.
001030     05  TI-PAY-METHOD               PIC X.
001040     05  TI-ROUTING-NBR              PIC X(9).
001050     05  TI-ACCOUNT-NBR              PIC X(17).
001060     05  TI-LOCALITY-CODE            PIC X(4).
001070     05  TI-COMPANY-CODE             PIC X(2).
001080     05  FILLER                      PIC X(18).
001090*
001100* SRTWK01 - SORT WORK FILE, TRANSACTIONS INTO EMPLOYEE SEQUENCE
001110*
001120 SD  SORT-WORK
001130     DATA RECORD IS TS-REC.
001140 01  TS-REC.
001150     05  TS-TRANS-CODE               PIC X.
001160     05  TS-EMP-NBR                  PIC X(5).
001170     05  FILLER                      PIC X(94).
001180*
001190* EMPTSRT - TRANSACTIONS AFTER SORTING, EMPLOYEE-NUMBER SEQUENCE
001200*
001210 FD  TRANS-SORTED
001220     RECORDING MODE IS F
001230     LABEL RECORDS ARE STANDARD
001240     RECORD CONTAINS 100 CHARACTERS
001250     BLOCK CONTAINS 0 RECORDS
001260     DATA RECORD IS TR-REC.
001270 01  TR-REC.
001280     05  TR-TRANS-CODE               PIC X.
001290         88  TR-ADD                      VALUE 'A'.
001300         88  TR-CHANGE                   VALUE 'C'.
001310         88  TR-DELETE                   VALUE 'D'.
001320     05  TR-EMP-NBR                  PIC X(5).
001330     05  TR-LAST-NAME                PIC X(20).
001340     05  TR-FIRST-NAME               PIC X(15).
001350     05  TR-MID-INIT                 PIC X.
001360     05  TR-STATE-CODE               PIC X(2).
001370     05  TR-DEPT-CODE                PIC X(4).
001380     05  TR-STATUS                   PIC X.
001390     05  TR-PAY-METHOD               PIC X.
001400     05  TR-ROUTING-NBR              PIC X(9).
001410     05  TR-ACCOUNT-NBR              PIC X(17).
001420     05  TR-LOCALITY-CODE            PIC X(4).
001430     05  TR-COMPANY-CODE             PIC X(2).
001440     05  FILLER                      PIC X(18).
001450*
001460* NEWEMP - THE REWRITTEN EMPLOYEE MASTER, TO REPLACE EMPMAST.
001470*
001480 FD  NEW-MASTER
001490     RECORDING MODE IS F
001500     LABEL RECORDS ARE STANDARD
001510     RECORD CONTAINS 90 CHARACTERS
001520     BLOCK CONTAINS 0 RECORDS
001530     DATA RECORD IS NM-REC.
001540 01  NM-REC.
001550     05  NM-EMP-NBR                  PIC X(5).
001560     05  FILLER                      PIC X.
001570     05  NM-LAST-NAME                PIC X(20).
001580     05  NM-FIRST-NAME               PIC X(15).
001590     05  NM-MID-INIT                 PIC X.
001600     05  NM-STATE-CODE               PIC X(2).
001610     05  NM-DEPT-CODE                PIC X(4).
001620     05  NM-STATUS                   PIC X.
001630         88  NM-STATUS-VALID             VALUE 'A', 'L', 'T'.
001640     05  NM-PAY-METHOD               PIC X.
001650         88  NM-PAY-METHOD-VALID         VALUE 'C', 'D'.
001660         88  NM-PAYS-BY-DEPOSIT          VALUE 'D'.
001670     05  NM-ROUTING-NBR              PIC X(9).
001680     05  NM-ACCOUNT-NBR              PIC X(17).
001690     05  NM-PRENOTE-STATUS           PIC X.
001700     05  NM-PRENOTE-AGE              PIC 9(2).
001710     05  NM-LOCALITY-CODE            PIC X(4).
001720     05  NM-BANK-CHG-DATE            PIC 9(8) COMP-3.
001730     05  NM-COMPANY-CODE             PIC X(2).
001740*
001750* EMPAUDIT - EVERY FIELD OF EVERY EMPLOYEE ADDED, CHANGED OR
001760* DELETED, BEFORE AND AFTER, AND EVERY TRANSACTION REJECTED.
001770*
001780 FD  AUDIT-RPT
001790     RECORDING MODE IS F
001800     LABEL RECORDS ARE STANDARD
001810     RECORD CONTAINS 100 CHARACTERS
001820     BLOCK CONTAINS 0 RECORDS
001830     DATA RECORD IS AUDIT-REC.
001840 01  AUDIT-REC                       PIC X(100).
001850
001860 WORKING-STORAGE SECTION.
001870
001880 01  WS-MASTER-EOF-SW            PIC X VALUE 'N'.
001890     88  WS-MASTER-EOF               VALUE 'Y'.
001900
001910 01  WS-TRANS-EOF-SW             PIC X VALUE 'N'.
001920     88  WS-TRANS-EOF                VALUE 'Y'.
001930
001940 01  WS-PRIOR-TRANS-KEY          PIC X(5) VALUE LOW-VALUES.
001950
001960 01  WS-OM-KEY                   PIC X(5).
001970
001980 01  WS-TR-KEY                   PIC X(5).
001990
002000 01  WS-SORT-RC                  PIC S9(4) COMP VALUE ZERO.
002010
002020 01  WS-EMP-VALID-SW             PIC X VALUE 'Y'.
002030
002040 01  WS-PRENOTE-RESET-SW         PIC X VALUE 'N'.
002050     88  WS-PRENOTE-RESET            VALUE 'Y'.
002060
002070 01  WS-RUN-DATE                 PIC 9(8).
002080
002090* THE EMPLOYEE AS IT STOOD BEFORE THIS TRANSACTION - SPACES FOR AN
002100* ADD.  THE AFTER IMAGE IS BUILT IN NM-REC.
002110 01  WS-BEFORE-IMAGE.
002120     05  WS-BF-EMP-NBR               PIC X(5).
002130     05  FILLER                      PIC X.
002140     05  WS-BF-LAST-NAME             PIC X(20).
002150     05  WS-BF-FIRST-NAME            PIC X(15).
002160     05  WS-BF-MID-INIT              PIC X.
002170     05  WS-BF-STATE-CODE            PIC X(2).
002180     05  WS-BF-DEPT-CODE             PIC X(4).
002190     05  WS-BF-STATUS                PIC X.
002200     05  WS-BF-PAY-METHOD            PIC X.
002210     05  WS-BF-ROUTING-NBR           PIC X(9).
002220     05  WS-BF-ACCOUNT-NBR           PIC X(17).
002230     05  WS-BF-PRENOTE-STATUS        PIC X.
002240     05  WS-BF-PRENOTE-AGE           PIC X(2).
002250     05  WS-BF-LOCALITY-CODE         PIC X(4).
002260     05  WS-BF-BANK-CHG-DATE         PIC 9(8) COMP-3.
002270     05  WS-BF-COMPANY-CODE          PIC X(2).
002280
002290* ONE FIELD'S BEFORE AND AFTER VALUES, HANDED TO P0660 UNDER THE
002300* ACTION BEING LISTED.
002310 01  WS-AUD-ACTION               PIC X(8).
002320 01  WS-AUD-OLD-VALUE            PIC X(20).
002330 01  WS-AUD-NEW-VALUE            PIC X(20).
002340 01  WS-AUD-NOTE                 PIC X(24).
002350 01  WS-AUD-DATE                 PIC 9(8).
002360
002370 01  W01-COUNTERS.
002380     05  W01-ADD-COUNT            PIC S9(4) COMP VALUE ZERO.
002390     05  W01-CHANGE-COUNT         PIC S9(4) COMP VALUE ZERO.
002400     05  W01-DELETE-COUNT         PIC S9(4) COMP VALUE ZERO.
002410     05  W01-REJECT-COUNT         PIC S9(4) COMP VALUE ZERO.
002420     05  W01-CARRIED-COUNT        PIC S9(4) COMP VALUE ZERO.
002430     05  W01-PRENOTE-RESET        PIC S9(4) COMP VALUE ZERO.
002440
002450 01  AUDIT-DETAIL-LINE.
002460     05  AD-EMP-NBR                PIC X(5).
002470     05  FILLER                    PIC X(2).
002480     05  AD-ACTION                 PIC X(8).
002490     05  FILLER                    PIC X(2).
002500     05  AD-FIELD                  PIC X(13).
002510     05  FILLER                    PIC X(2).
002520     05  AD-OLD-VALUE              PIC X(20).
002530     05  FILLER                    PIC X(2).
002540     05  AD-NEW-VALUE              PIC X(20).
002550     05  FILLER                    PIC X(2).
002560     05  AD-STATUS                 PIC X(24).
002570
002580 01  AUDIT-HEADING-1.
002590     05  FILLER                    PIC X(24) VALUE
002600         'EMPMAINT - AUDIT LISTING'.
002610
002620 01  AUDIT-HEADING-2.
002630     05  FILLER                    PIC X(5)  VALUE 'EMP'.
002640     05  FILLER                    PIC X(2)  VALUE SPACES.
002650     05  FILLER                    PIC X(8)  VALUE 'ACTION'.
002660     05  FILLER                    PIC X(2)  VALUE SPACES.
002670     05  FILLER                    PIC X(13) VALUE 'FIELD'.
002680     05  FILLER                    PIC X(2)  VALUE SPACES.
002690     05  FILLER                    PIC X(20) VALUE 'BEFORE'.
002700     05  FILLER                    PIC X(2)  VALUE SPACES.
002710     05  FILLER                    PIC X(20) VALUE 'AFTER'.
002720     05  FILLER                    PIC X(2)  VALUE SPACES.
002730     05  FILLER                    PIC X(24) VALUE 'STATUS'.
002740
002750 PROCEDURE DIVISION.
002760 P0100-MAINLINE.
002770
002780     PERFORM P0200-INITIALIZE        THRU P0299-EXIT
002790
002800     PERFORM P0300-PROCESS-REC       THRU P0399-EXIT
002810         UNTIL WS-MASTER-EOF AND WS-TRANS-EOF
002820
002830     PERFORM P0400-WRAP-UP           THRU P0499-EXIT
002840
002850     GOBACK
002860
002870     .
002880 P0199-EXIT.
002890     EXIT.
002900
002910 P0200-INITIALIZE.
002920
002930     SORT SORT-WORK
002940         ON ASCENDING KEY TS-EMP-NBR
002950         USING TRANS-IN
002960         GIVING TRANS-SORTED
002970
002980     MOVE SORT-RETURN TO WS-SORT-RC
002990     IF WS-SORT-RC NOT = ZERO
003000         DISPLAY 'EMPMAINT - TRANS SORT FAILED, RC: ' WS-SORT-RC
003010         MOVE WS-SORT-RC TO RETURN-CODE
003020         GOBACK
003030     END-IF
003040
003050     OPEN INPUT  OLD-MASTER
003060                 TRANS-SORTED
003070          OUTPUT NEW-MASTER
003080                 AUDIT-RPT
003090
003100     MOVE SPACES TO AUDIT-DETAIL-LINE
003110     WRITE AUDIT-REC FROM AUDIT-HEADING-1
003120     MOVE SPACES TO AUDIT-REC
003130     WRITE AUDIT-REC
003140     WRITE AUDIT-REC FROM AUDIT-HEADING-2
003150
003160     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003170
003180     PERFORM P0900-READ-MASTER       THRU P0999-EXIT
003190     PERFORM P0950-READ-TRANS        THRU P0959-EXIT
003200
003210     .
003220 P0299-EXIT.
003230     EXIT.
003240
003250* THE CLASSIC BALANCE-LINE MERGE OF AN OLD MASTER AGAINST SORTED
003260* TRANSACTIONS, PRODUCING A NEW MASTER IN EMPLOYEE SEQUENCE.
003270 P0300-PROCESS-REC.
003280
003290     EVALUATE TRUE
003300         WHEN WS-MASTER-EOF
003310             PERFORM P0600-APPLY-ADD      THRU P0699-EXIT
003320             PERFORM P0950-READ-TRANS     THRU P0959-EXIT
003330         WHEN WS-TRANS-EOF
003340             PERFORM P0700-COPY-MASTER    THRU P0799-EXIT
003350             PERFORM P0900-READ-MASTER    THRU P0999-EXIT
003360         WHEN WS-OM-KEY < WS-TR-KEY
003370             PERFORM P0700-COPY-MASTER    THRU P0799-EXIT
003380             PERFORM P0900-READ-MASTER    THRU P0999-EXIT
003390         WHEN WS-OM-KEY > WS-TR-KEY
003400             PERFORM P0600-APPLY-ADD      THRU P0699-EXIT
003410             PERFORM P0950-READ-TRANS     THRU P0959-EXIT
003420         WHEN OTHER
003430             PERFORM P0800-APPLY-MATCH    THRU P0899-EXIT
003440             PERFORM P0900-READ-MASTER    THRU P0999-EXIT
003450             PERFORM P0950-READ-TRANS     THRU P0959-EXIT
003460     END-EVALUATE
003470
003480     .
003490 P0399-EXIT.
003500     EXIT.
003510
003520 P0400-WRAP-UP.
003530
003540     CLOSE OLD-MASTER
003550           TRANS-SORTED
003560           NEW-MASTER
003570           AUDIT-RPT
003580
003590     DISPLAY 'EMPMAINT - TRANSACTION COUNTS'
003600     DISPLAY 'EMPLOYEES ADDED   : ' W01-ADD-COUNT
003610     DISPLAY 'EMPLOYEES CHANGED : ' W01-CHANGE-COUNT
003620     DISPLAY 'EMPLOYEES DELETED : ' W01-DELETE-COUNT
003630     DISPLAY 'EMPLOYEES CARRIED : ' W01-CARRIED-COUNT
003640     DISPLAY 'PRENOTES RESET    : ' W01-PRENOTE-RESET
003650     DISPLAY 'TRANSACTIONS REJECTED: ' W01-REJECT-COUNT
003660     DISPLAY 'EMPMAINT - REPLACE EMPMAST WITH NEWEMP'
003670
003680     MOVE +0 TO RETURN-CODE
003690     .
003700 P0499-EXIT.
003710     EXIT.
003720
003730* NO MASTER RECORD FOR THIS EMPLOYEE YET - ONLY AN ADD TRANSACTION
003740* IS VALID HERE.  A CHANGE OR DELETE AGAINST AN EMPLOYEE NOT ON
003750* FILE IS REJECTED AND LOGGED BUT DOES NOT STOP THE RUN.  A NEW
003760* HIRE KEYED WITH A BANK ACCOUNT STARTS PRENOTE PENDING.
003770 P0600-APPLY-ADD.
003780
003790     IF TR-ADD
003800         MOVE SPACES               TO WS-BEFORE-IMAGE
003810         MOVE SPACES               TO NM-REC
003820         MOVE TR-EMP-NBR           TO NM-EMP-NBR
003830         MOVE TR-LAST-NAME         TO NM-LAST-NAME
003840         MOVE TR-FIRST-NAME        TO NM-FIRST-NAME
003850         MOVE TR-MID-INIT          TO NM-MID-INIT
003860         MOVE TR-STATE-CODE        TO NM-STATE-CODE
003870         MOVE TR-DEPT-CODE         TO NM-DEPT-CODE
003880         MOVE TR-STATUS            TO NM-STATUS
003890         MOVE TR-PAY-METHOD        TO NM-PAY-METHOD
003900         MOVE TR-ROUTING-NBR       TO NM-ROUTING-NBR
003910         MOVE TR-ACCOUNT-NBR       TO NM-ACCOUNT-NBR
003920         MOVE TR-LOCALITY-CODE     TO NM-LOCALITY-CODE
003930         IF NM-MID-INIT = '*'
003940             MOVE SPACES           TO NM-MID-INIT
003950         END-IF
003960         IF NM-LOCALITY-CODE (1:1) = '*'
003970             MOVE SPACES           TO NM-LOCALITY-CODE
003980         END-IF
003990         MOVE TR-COMPANY-CODE      TO NM-COMPANY-CODE
004000         IF NM-COMPANY-CODE = SPACES
004010             MOVE '01'             TO NM-COMPANY-CODE
004020         END-IF
004030         MOVE ZEROES               TO NM-PRENOTE-AGE
004040         MOVE ZEROES               TO NM-BANK-CHG-DATE
004050         MOVE 'N'                  TO WS-PRENOTE-RESET-SW
004060         IF NM-ROUTING-NBR NOT = SPACES
004070            OR NM-ACCOUNT-NBR NOT = SPACES
004080             MOVE 'P'              TO NM-PRENOTE-STATUS
004090             MOVE 'Y'              TO WS-PRENOTE-RESET-SW
004100         END-IF
004110         PERFORM P0650-VALIDATE-EMP   THRU P0659-EXIT
004120         IF WS-EMP-VALID-SW = 'Y'
004130             WRITE NM-REC
004140             ADD 1 TO W01-ADD-COUNT
004150             IF WS-PRENOTE-RESET
004160                 ADD 1 TO W01-PRENOTE-RESET
004170             END-IF
004180             MOVE 'ADDED'             TO WS-AUD-ACTION
004190             PERFORM P0680-AUDIT-FIELDS  THRU P0689-EXIT
004200         ELSE
004210             ADD 1 TO W01-REJECT-COUNT
004220             PERFORM P0670-WRITE-AUDIT-LINE THRU P0679-EXIT
004230         END-IF
004240     ELSE
004250         ADD 1 TO W01-REJECT-COUNT
004260         MOVE TR-EMP-NBR             TO AD-EMP-NBR
004270         MOVE 'REJECT'               TO AD-ACTION
004280         MOVE 'EMPLOYEE NOT ON FILE' TO AD-STATUS
004290         PERFORM P0670-WRITE-AUDIT-LINE THRU P0679-EXIT
004300     END-IF
004310     .
004320 P0699-EXIT.
004330     EXIT.
004340
004350* VALIDATE THE EMPLOYEE AS IT WILL STAND ON THE NEW MASTER, AFTER
004360* THE TRANSACTION IS APPLIED - THE SAME RULES FOR AN ADD AND A
004370* CHANGE.  AN EMPLOYEE PAID BY DEPOSIT MUST HAVE A ROUTING AND AN
004380* ACCOUNT NUMBER, AND A ROUTING NUMBER MUST BE ALL DIGITS.
004390 P0650-VALIDATE-EMP.
004400
004410     MOVE 'Y' TO WS-EMP-VALID-SW
004420     MOVE TR-EMP-NBR                 TO AD-EMP-NBR
004430     MOVE 'REJECT'                   TO AD-ACTION
004440
004450     EVALUATE TRUE
004460         WHEN NM-EMP-NBR = SPACES
004470             MOVE 'EMPLOYEE NBR BLANK'     TO AD-STATUS
004480         WHEN NM-LAST-NAME = SPACES
004490             MOVE 'LAST NAME BLANK'        TO AD-STATUS
004500         WHEN NM-FIRST-NAME = SPACES
004510             MOVE 'FIRST NAME BLANK'       TO AD-STATUS
004520         WHEN NM-STATE-CODE = SPACES
004530             MOVE 'STATE CODE BLANK'       TO AD-STATUS
004540         WHEN NM-DEPT-CODE = SPACES
004550             MOVE 'DEPT CODE BLANK'        TO AD-STATUS
004560         WHEN NOT NM-STATUS-VALID
004570             MOVE 'STATUS NOT A, L OR T'   TO AD-STATUS
004580         WHEN NOT NM-PAY-METHOD-VALID
004590             MOVE 'PAY METHOD NOT C OR D'  TO AD-STATUS
004600         WHEN NM-ROUTING-NBR NOT = SPACES
004610              AND NM-ROUTING-NBR NOT NUMERIC
004620             MOVE 'ROUTING NOT NUMERIC'    TO AD-STATUS
004630         WHEN NM-PAYS-BY-DEPOSIT
004640              AND (NM-ROUTING-NBR = SPACES
004650                   OR NM-ACCOUNT-NBR = SPACES)
004660             MOVE 'DEPOSIT NEEDS BANK ACCT' TO AD-STATUS
004670         WHEN OTHER
004680             MOVE SPACES                   TO AD-STATUS
004690     END-EVALUATE
004700
004710     IF AD-STATUS NOT = SPACES
004720         MOVE 'N' TO WS-EMP-VALID-SW
004730     END-IF
004740     .
004750 P0659-EXIT.
004760     EXIT.
004770
004780* ONE BEFORE/AFTER LINE.  THE EMPLOYEE NUMBER AND ACTION REPEAT ON
004790* EVERY LINE SO EACH LINE OF THE LISTING STANDS ON ITS OWN.
004800 P0660-WRITE-FIELD-LINE.
004810     MOVE TR-EMP-NBR                 TO AD-EMP-NBR
004820     MOVE WS-AUD-ACTION              TO AD-ACTION
004830     MOVE WS-AUD-OLD-VALUE           TO AD-OLD-VALUE
004840     MOVE WS-AUD-NEW-VALUE           TO AD-NEW-VALUE
004850     IF WS-AUD-NOTE NOT = SPACES
004860         MOVE WS-AUD-NOTE            TO AD-STATUS
004870     ELSE
004880         IF WS-AUD-ACTION = 'CHANGED'
004890            AND WS-AUD-OLD-VALUE NOT = WS-AUD-NEW-VALUE
004900             MOVE 'CHANGED'          TO AD-STATUS
004910         END-IF
004920     END-IF
004930     PERFORM P0670-WRITE-AUDIT-LINE  THRU P0679-EXIT
004940     .
004950 P0669-EXIT.
004960     EXIT.
004970
004980 P0670-WRITE-AUDIT-LINE.
004990     WRITE AUDIT-REC FROM AUDIT-DETAIL-LINE
005000     MOVE SPACES TO AUDIT-DETAIL-LINE
005010     .
005020 P0679-EXIT.
005030     EXIT.
005040
005050* LIST EVERY FIELD OF THE EMPLOYEE, BEFORE AND AFTER, UNDER THE
005060* ACTION ALREADY SET IN WS-AUD-ACTION.  ON A CHANGE A FIELD THAT
005070* MOVED IS MARKED CHANGED, AND THE PRENOTE FIELDS SAY WHY THEY
005080* WERE RESET.
005090 P0680-AUDIT-FIELDS.
005100
005110     MOVE SPACES                     TO AUDIT-DETAIL-LINE
005120     MOVE SPACES                     TO WS-AUD-NOTE
005130     MOVE 'LAST NAME'                TO AD-FIELD
005140     MOVE WS-BF-LAST-NAME            TO WS-AUD-OLD-VALUE
005150     MOVE NM-LAST-NAME               TO WS-AUD-NEW-VALUE
005160     PERFORM P0660-WRITE-FIELD-LINE  THRU P0669-EXIT
005170
005180     MOVE 'FIRST NAME'               TO AD-FIELD
005190     MOVE WS-BF-FIRST-NAME           TO WS-AUD-OLD-VALUE
005200     MOVE NM-FIRST-NAME              TO WS-AUD-NEW-VALUE
005210     PERFORM P0660-WRITE-FIELD-LINE  THRU P0669-EXIT
005220
005230     MOVE 'MIDDLE INIT'              TO AD-FIELD
005240     MOVE WS-BF-MID-INIT             TO WS-AUD-OLD-VALUE
005250     MOVE NM-MID-INIT                TO WS-AUD-NEW-VALUE
005260     PERFORM P0660-WRITE-FIELD-LINE  THRU P0669-EXIT
005270
005280     MOVE 'STATE CODE'               TO AD-FIELD
005290     MOVE WS-BF-STATE-CODE           TO WS-AUD-OLD-VALUE
005300     MOVE NM-STATE-CODE              TO WS-AUD-NEW-VALUE
005310     PERFORM P0660-WRITE-FIELD-LINE  THRU P0669-EXIT
005320
005330     MOVE 'DEPT CODE'                TO AD-FIELD
005340     MOVE WS-BF-DEPT-CODE            TO WS-AUD-OLD-VALUE
005350     MOVE NM-DEPT-CODE               TO WS-AUD-NEW-VALUE
005360     PERFORM P0660-WRITE-FIELD-LINE  THRU P0669-EXIT
005370
005380     MOVE 'STATUS'                   TO AD-FIELD
005390     MOVE WS-BF-STATUS               TO WS-AUD-OLD-VALUE
005400     MOVE NM-STATUS                  TO WS-AUD-NEW-VALUE
005410     PERFORM P0660-WRITE-FIELD-LINE  THRU P0669-EXIT
005420
005430     MOVE 'PAY METHOD'               TO AD-FIELD
005440     MOVE WS-BF-PAY-METHOD           TO WS-AUD-OLD-VALUE
005450     MOVE NM-PAY-METHOD              TO WS-AUD-NEW-VALUE
005460     PERFORM P0660-WRITE-FIELD-LINE  THRU P0669-EXIT
005470
005480     MOVE 'ROUTING NBR'              TO AD-FIELD
005490     MOVE WS-BF-ROUTING-NBR          TO WS-AUD-OLD-VALUE
005500     MOVE NM-ROUTING-NBR             TO WS-AUD-NEW-VALUE
005510     PERFORM P0660-WRITE-FIELD-LINE  THRU P0669-EXIT
005520
005530     MOVE 'ACCOUNT NBR'              TO AD-FIELD
005540     MOVE WS-BF-ACCOUNT-NBR          TO WS-AUD-OLD-VALUE
005550     MOVE NM-ACCOUNT-NBR             TO WS-AUD-NEW-VALUE
005560     PERFORM P0660-WRITE-FIELD-LINE  THRU P0669-EXIT
005570
005580     IF WS-PRENOTE-RESET
005590         MOVE 'PRENOTE RESET - NEW BANK' TO WS-AUD-NOTE
005600     END-IF
005610     MOVE 'PRENOTE STAT'             TO AD-FIELD
005620     MOVE WS-BF-PRENOTE-STATUS       TO WS-AUD-OLD-VALUE
005630     MOVE NM-PRENOTE-STATUS          TO WS-AUD-NEW-VALUE
005640     PERFORM P0660-WRITE-FIELD-LINE  THRU P0669-EXIT
005650
005660     MOVE 'PRENOTE AGE'              TO AD-FIELD
005670     MOVE WS-BF-PRENOTE-AGE          TO WS-AUD-OLD-VALUE
005680     MOVE NM-PRENOTE-AGE             TO WS-AUD-NEW-VALUE
005690     PERFORM P0660-WRITE-FIELD-LINE  THRU P0669-EXIT
005700     MOVE SPACES                     TO WS-AUD-NOTE
005710
005720     MOVE 'LOCALITY'                 TO AD-FIELD
005730     MOVE WS-BF-LOCALITY-CODE        TO WS-AUD-OLD-VALUE
005740     MOVE NM-LOCALITY-CODE           TO WS-AUD-NEW-VALUE
005750     PERFORM P0660-WRITE-FIELD-LINE  THRU P0669-EXIT
005760
005770     MOVE 'COMPANY'                  TO AD-FIELD
005780     MOVE WS-BF-COMPANY-CODE         TO WS-AUD-OLD-VALUE
005790     MOVE NM-COMPANY-CODE            TO WS-AUD-NEW-VALUE
005800     PERFORM P0660-WRITE-FIELD-LINE  THRU P0669-EXIT
005810
005820* THE BANK CHANGE DATE LISTS BLANK WHEN THERE IS NONE - AN ADD, A
005830* DELETE, OR A RECORD WRITTEN BEFORE THE DATE WAS KEPT.
005840     MOVE 'BANK CHG DATE'            TO AD-FIELD
005850     MOVE SPACES                     TO WS-AUD-OLD-VALUE
005860                                        WS-AUD-NEW-VALUE
005870     IF WS-BF-BANK-CHG-DATE NUMERIC
005880        AND WS-BF-BANK-CHG-DATE > ZERO
005890         MOVE WS-BF-BANK-CHG-DATE    TO WS-AUD-DATE
005900         MOVE WS-AUD-DATE            TO WS-AUD-OLD-VALUE
005910     END-IF
005920     IF NM-BANK-CHG-DATE NUMERIC
005930        AND NM-BANK-CHG-DATE > ZERO
005940         MOVE NM-BANK-CHG-DATE       TO WS-AUD-DATE
005950         MOVE WS-AUD-DATE            TO WS-AUD-NEW-VALUE
005960     END-IF
005970     PERFORM P0660-WRITE-FIELD-LINE  THRU P0669-EXIT
005980
005990     MOVE SPACES TO AUDIT-REC
006000     WRITE AUDIT-REC
006010     .
006020 P0689-EXIT.
006030     EXIT.
006040
006050* NO TRANSACTION AGAINST THIS EMPLOYEE - CARRY THE MASTER RECORD
006060* FORWARD TO THE NEW MASTER UNCHANGED.
006070 P0700-COPY-MASTER.
006080
006090     MOVE OM-REC                     TO NM-REC
006100     WRITE NM-REC
006110     ADD 1 TO W01-CARRIED-COUNT
006120     .
006130 P0799-EXIT.
006140     EXIT.
006150
006160* MASTER AND TRANSACTION KEYS MATCH - APPLY THE CHANGE OR DELETE,
006170* OR REJECT AN ADD AGAINST AN EMPLOYEE THAT IS ALREADY ON FILE.
006180 P0800-APPLY-MATCH.
006190
006200     MOVE OM-REC                     TO WS-BEFORE-IMAGE
006210
006220     EVALUATE TRUE
006230         WHEN TR-CHANGE
006240             PERFORM P0850-BUILD-CHANGE   THRU P0859-EXIT
006250             PERFORM P0650-VALIDATE-EMP   THRU P0659-EXIT
006260             IF WS-EMP-VALID-SW = 'Y'
006270                 WRITE NM-REC
006280                 ADD 1 TO W01-CHANGE-COUNT
006290                 IF WS-PRENOTE-RESET
006300                     ADD 1 TO W01-PRENOTE-RESET
006310                 END-IF
006320                 MOVE 'CHANGED'          TO WS-AUD-ACTION
006330                 PERFORM P0680-AUDIT-FIELDS THRU P0689-EXIT
006340             ELSE
006350                 MOVE OM-REC             TO NM-REC
006360                 WRITE NM-REC
006370                 ADD 1 TO W01-REJECT-COUNT
006380                 PERFORM P0670-WRITE-AUDIT-LINE THRU P0679-EXIT
006390             END-IF
006400         WHEN TR-DELETE
006410             MOVE SPACES                 TO NM-REC
006420             MOVE 'N'                    TO WS-PRENOTE-RESET-SW
006430             ADD 1 TO W01-DELETE-COUNT
006440             MOVE 'DELETED'              TO WS-AUD-ACTION
006450             PERFORM P0680-AUDIT-FIELDS  THRU P0689-EXIT
006460         WHEN TR-ADD
006470             MOVE OM-REC                 TO NM-REC
006480             WRITE NM-REC
006490             MOVE TR-EMP-NBR             TO AD-EMP-NBR
006500             MOVE 'REJECT'               TO AD-ACTION
006510             MOVE 'EMPLOYEE ALREADY ON FILE' TO AD-STATUS
006520             ADD 1 TO W01-REJECT-COUNT
006530             PERFORM P0670-WRITE-AUDIT-LINE THRU P0679-EXIT
006540         WHEN OTHER
006550             MOVE OM-REC                 TO NM-REC
006560             WRITE NM-REC
006570             MOVE TR-EMP-NBR             TO AD-EMP-NBR
006580             MOVE 'REJECT'               TO AD-ACTION
006590             MOVE 'INVALID TRANS CODE'   TO AD-STATUS
006600             ADD 1 TO W01-REJECT-COUNT
006610             PERFORM P0670-WRITE-AUDIT-LINE THRU P0679-EXIT
006620     END-EVALUATE
006630     .
006640 P0899-EXIT.
006650     EXIT.
006660
006670* LAY THE NON-BLANK TRANSACTION FIELDS OVER A COPY OF THE MASTER.
006680* A NEW ROUTING OR ACCOUNT NUMBER - ANY DIFFERENCE AT ALL FROM THE
006690* ONE ON FILE - SENDS THE ACCOUNT BACK THROUGH THE PRENOTE CYCLE.
006700 P0850-BUILD-CHANGE.
006710
006720     MOVE OM-REC                     TO NM-REC
006730     MOVE 'N'                        TO WS-PRENOTE-RESET-SW
006740
006750     IF TR-LAST-NAME NOT = SPACES
006760         MOVE TR-LAST-NAME           TO NM-LAST-NAME
006770     END-IF
006780     IF TR-FIRST-NAME NOT = SPACES
006790         MOVE TR-FIRST-NAME          TO NM-FIRST-NAME
006800     END-IF
006810     IF TR-MID-INIT = '*'
006820         MOVE SPACES                 TO NM-MID-INIT
006830     ELSE
006840         IF TR-MID-INIT NOT = SPACES
006850             MOVE TR-MID-INIT        TO NM-MID-INIT
006860         END-IF
006870     END-IF
006880     IF TR-STATE-CODE NOT = SPACES
006890         MOVE TR-STATE-CODE          TO NM-STATE-CODE
006900     END-IF
006910     IF TR-DEPT-CODE NOT = SPACES
006920         MOVE TR-DEPT-CODE           TO NM-DEPT-CODE
006930     END-IF
006940     IF TR-STATUS NOT = SPACES
006950         MOVE TR-STATUS              TO NM-STATUS
006960     END-IF
006970     IF TR-PAY-METHOD NOT = SPACES
006980         MOVE TR-PAY-METHOD          TO NM-PAY-METHOD
006990     END-IF
007000     IF TR-ROUTING-NBR NOT = SPACES
007010         MOVE TR-ROUTING-NBR         TO NM-ROUTING-NBR
007020     END-IF
007030     IF TR-ACCOUNT-NBR NOT = SPACES
007040         MOVE TR-ACCOUNT-NBR         TO NM-ACCOUNT-NBR
007050     END-IF
007060     IF TR-LOCALITY-CODE (1:1) = '*'
007070         MOVE SPACES                 TO NM-LOCALITY-CODE
007080     ELSE
007090         IF TR-LOCALITY-CODE NOT = SPACES
007100             MOVE TR-LOCALITY-CODE   TO NM-LOCALITY-CODE
007110         END-IF
007120     END-IF
007130     IF TR-COMPANY-CODE NOT = SPACES
007140         MOVE TR-COMPANY-CODE        TO NM-COMPANY-CODE
007150     END-IF
007160     IF NM-COMPANY-CODE = SPACES
007170         MOVE '01'                   TO NM-COMPANY-CODE
007180     END-IF
007190
007200     IF NM-ROUTING-NBR NOT = OM-ROUTING-NBR
007210        OR NM-ACCOUNT-NBR NOT = OM-ACCOUNT-NBR
007220         MOVE 'P'                    TO NM-PRENOTE-STATUS
007230         MOVE ZEROES                 TO NM-PRENOTE-AGE
007240         MOVE WS-RUN-DATE            TO NM-BANK-CHG-DATE
007250         MOVE 'Y'                    TO WS-PRENOTE-RESET-SW
007260     END-IF
007270     .
007280 P0859-EXIT.
007290     EXIT.
007300
007310 P0900-READ-MASTER.
007320     READ OLD-MASTER
007330         AT END
007340             MOVE 'Y' TO WS-MASTER-EOF-SW
007350     END-READ
007360
007370     IF NOT WS-MASTER-EOF
007380         MOVE OM-EMP-NBR TO WS-OM-KEY
007390     END-IF
007400     .
007410 P0999-EXIT.
007420     EXIT.
007430
007440* AN EMPLOYEE MAY APPEAR ON ONLY ONE TRANSACTION PER RUN - A
007450* SECOND TRANSACTION AGAINST AN EMPLOYEE ALREADY SEEN THIS RUN IS
007460* LOGGED AS A DUPLICATE AND SKIPPED RATHER THAN APPLIED.
007470 P0950-READ-TRANS.
007480     READ TRANS-SORTED
007490         AT END
007500             MOVE 'Y' TO WS-TRANS-EOF-SW
007510     END-READ
007520
007530     IF NOT WS-TRANS-EOF
007540         MOVE TR-EMP-NBR TO WS-TR-KEY
007550         IF WS-TR-KEY = WS-PRIOR-TRANS-KEY
007560             MOVE TR-EMP-NBR             TO AD-EMP-NBR
007570             MOVE 'REJECT'               TO AD-ACTION
007580             MOVE 'DUPLICATE TRANS THIS RUN' TO AD-STATUS
007590             PERFORM P0670-WRITE-AUDIT-LINE THRU P0679-EXIT
007600             ADD 1 TO W01-REJECT-COUNT
007610             PERFORM P0950-READ-TRANS    THRU P0959-EXIT
007620         ELSE
007630             MOVE WS-TR-KEY TO WS-PRIOR-TRANS-KEY
007640         END-IF
007650     END-IF
007660     .
007670 P0959-EXIT.
007680     EXIT.
007690
007700* END OF PROGRAM
