000326*                      BOTH FILES - THE BUCKET NOW READS AS ZERO
000327*                      ON EITHER SIDE INSTEAD OF TAKING A DATA
000328*                      EXCEPTION IN THE SUMS AND COMPARES.
000329*    2026-10-15  REF  COMPANY CODE ON BONUSHST AND BONUSYTD.  EACH
000330*                      COMPANY FILES ITS OWN STATE RETURNS, SO
000331*                      EVERY BUCKET IS ALSO TOTALLED BY COMPANY ON
000332*                      BOTH FILES AND PROVED COMPANY BY COMPANY,
000333*                      WITH A VERDICT FOR EACH.  AN EMPLOYEE WHOSE
000334*                      YTD RECORD NAMES A DIFFERENT COMPANY FROM
000335*                      THE LATEST HISTORY DETAIL IS AN EXCEPTION.
000336*                      A BLANK COMPANY ON EITHER FILE IS 01.
000337*
000338 ENVIRONMENT DIVISION.
000340
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000730     05  HS-MEDICARE                 PIC S9(9)V99 COMP-3.
000740     05  HS-NET                      PIC S9(9)V99 COMP-3.
000750     05  HS-LOCAL-TAX                PIC S9(9)V99 COMP-3.
000760     05  HS-COMPANY-CODE             PIC X(2).
000770*
000780* BONUSYTD - THE FILE BEING PROVED.
000790*
000960     05  YTD-MEDICARE               PIC S9(9)V99 COMP-3.
000970     05  YTD-NET                    PIC S9(9)V99 COMP-3.
000980     05  YTD-LOCAL-TAX              PIC S9(9)V99 COMP-3.
000990     05  YTD-COMPANY-CODE           PIC X(2).
000995     05  YTD-FILLER                 PIC X(1).
001000*
001010* RECREPT - EVERY EXCEPTION, ONE LINE EACH, PLUS THE VERDICT.
001020*
001300     05  WS-RUN-FY                PIC X(4).
001310     05  FILLER                   PIC X(4).
001320
001322 01  WS-HIST-COMPANY             PIC X(2) VALUE SPACES.
001324 01  WS-YTD-COMPANY              PIC X(2) VALUE SPACES.
001326 01  WS-FIND-CO                  PIC X(2) VALUE SPACES.
001328
001330* PER-EMPLOYEE SUMS OF THE OPEN YEAR'S HISTORY DETAIL, WITH THE
001332* COMPANY OF THE EMPLOYEE'S LATEST DETAIL.
001340 01  SUM-TABLE.
001350     05  EMP-SUMS OCCURS 5000 TIMES.
001360         10  SM-EMP-NBR         PIC X(5).
001365         10  SM-COMPANY-CODE    PIC X(2).
001370         10  SM-MATCHED-SW      PIC X.
001380         10  SM-GROSS           PIC S9(11)V99 COMP-3.
001390         10  SM-FED-TAX         PIC S9(11)V99 COMP-3.
001440         10  SM-NET             PIC S9(11)V99 COMP-3.
001450
001460 01  WS-SUM-COUNT                PIC 9(5) VALUE ZERO.
001461 01  WS-SUM-SLOT                 PIC 9(5) VALUE ZERO.
001462 01  SUM-SUB                     PIC 9(5) VALUE ZERO.
001463
001464* EVERY BUCKET TOTALLED BY COMPANY ON EACH SIDE OF THE PROOF, IN
001465* THE ORDER OF BUCKET-NAMES.  THE COMPANIES PRINT IN CODE ORDER -
001466* EACH PASS PICKS THE LOWEST CODE NOT YET PRINTED.
001467 01  COMPANY-TABLE.
001468     05  COMPANY-SUMS OCCURS 20 TIMES.
001469         10  CS-COMPANY-CODE    PIC X(2).
001470         10  CS-HIST-BUCKET     PIC S9(11)V99 COMP-3
001471                                OCCURS 7 TIMES.
001472         10  CS-YTD-BUCKET      PIC S9(11)V99 COMP-3
001473                                OCCURS 7 TIMES.
001474
001475 01  WS-CO-COUNT                 PIC 9(3) VALUE ZERO.
001476 01  WS-CO-SLOT                  PIC 9(3) VALUE ZERO.
001477 01  CO-SUB                      PIC 9(3) VALUE ZERO.
001478 01  CO-PASS                     PIC 9(3) VALUE ZERO.
001479 01  BUCKET-SUB                  PIC 9(1) VALUE ZERO.
001480 01  WS-LAST-CO                  PIC X(2) VALUE LOW-VALUES.
001481 01  WS-NEXT-CO                  PIC X(2) VALUE HIGH-VALUES.
001482
001483 01  WS-CO-BAL-SW                PIC X VALUE 'N'.
001484     88  WS-CO-OUT-OF-BALANCE        VALUE 'Y'.
001485
001486 01  BUCKET-NAMES.
001487     05  FILLER            PIC X(9)  VALUE 'GROSS'.
001488     05  FILLER            PIC X(9)  VALUE 'FED TAX'.
001489     05  FILLER            PIC X(9)  VALUE 'STATE TAX'.
001490     05  FILLER            PIC X(9)  VALUE 'LOCAL TAX'.
001491     05  FILLER            PIC X(9)  VALUE 'FICA'.
001492     05  FILLER            PIC X(9)  VALUE 'MEDICARE'.
001493     05  FILLER            PIC X(9)  VALUE 'NET'.
001494 01  BUCKET-NAME-TABLE REDEFINES BUCKET-NAMES.
001495     05  BK-NAME           PIC X(9)  OCCURS 7 TIMES.
001496
001497 01  REC-CO-HEAD.
001498     05  FILLER            PIC X(28) VALUE
001499         'TOTALS BY COMPANY - COMPANY '.
001500     05  RC-COMPANY-CODE   PIC X(2).
001501
001502 01  REC-CO-VERDICT.
001503     05  FILLER            PIC X(12) VALUE '*** COMPANY '.
001504     05  RV-COMPANY-CODE   PIC X(2).
001505     05  RV-VERDICT        PIC X(30).
001506
001507 01  REC-HEAD-1.
001510     05  FILLER            PIC X(34) VALUE
001520         'BONUSREC - YTD/HISTORY BALANCING '.
001530     05  RH-FISCAL-FY      PIC X(4).
001820     05  W01-MISMATCHES           PIC S9(7) COMP VALUE ZERO.
001830     05  W01-YTD-NO-HIST          PIC S9(7) COMP VALUE ZERO.
001840     05  W01-HIST-NO-YTD          PIC S9(7) COMP VALUE ZERO.
001845     05  W01-CO-DIFFERS           PIC S9(7) COMP VALUE ZERO.
001847     05  W01-CO-OUT-OF-BAL        PIC S9(7) COMP VALUE ZERO.
001850
001860 PROCEDURE DIVISION.
001870 P0100-MAINLINE.
001970     PERFORM P0750-LIST-UNMATCHED    THRU P0759-EXIT
001980         VARYING SUM-SUB FROM 1 BY 1
001990         UNTIL SUM-SUB > WS-SUM-COUNT
001992
001994     PERFORM P0800-PROVE-COMPANY     THRU P0899-EXIT
001996         VARYING CO-PASS FROM 1 BY 1
001998         UNTIL CO-PASS > WS-CO-COUNT
002000
002010     PERFORM P0400-WRAP-UP           THRU P0499-EXIT
002020
002590 P0699-EXIT.
002600     EXIT.
002610
002612* A BLANK COMPANY IS COMPANY 01.  THE DETAIL POSTS TO ITS
002614* EMPLOYEE'S SUMS AND TO ITS COMPANY'S HISTORY TOTALS.
002620 P0620-POST-SUM.
002622     MOVE HS-COMPANY-CODE TO WS-HIST-COMPANY
002624     IF WS-HIST-COMPANY = SPACES
002626         MOVE '01' TO WS-HIST-COMPANY
002628     END-IF
002629
002630     MOVE ZEROES TO WS-SUM-SLOT
002640     PERFORM P0625-FIND-SUM-SLOT THRU P0626-EXIT
002650         VARYING SUM-SUB FROM 1 BY 1
002940     ADD HS-FICA      TO SM-FICA      (WS-SUM-SLOT)
002950     ADD HS-MEDICARE  TO SM-MEDICARE  (WS-SUM-SLOT)
002960     ADD HS-NET       TO SM-NET       (WS-SUM-SLOT)
002962     MOVE WS-HIST-COMPANY TO SM-COMPANY-CODE (WS-SUM-SLOT)
002964
002966     MOVE WS-HIST-COMPANY TO WS-FIND-CO
002968     PERFORM P0630-GET-CO-SLOT   THRU P0639-EXIT
002970     ADD HS-GROSS     TO CS-HIST-BUCKET (WS-CO-SLOT, 1)
002972     ADD HS-FED-TAX   TO CS-HIST-BUCKET (WS-CO-SLOT, 2)
002974     ADD HS-STATE-TAX TO CS-HIST-BUCKET (WS-CO-SLOT, 3)
002976     ADD HS-LOCAL-TAX TO CS-HIST-BUCKET (WS-CO-SLOT, 4)
002978     ADD HS-FICA      TO CS-HIST-BUCKET (WS-CO-SLOT, 5)
002980     ADD HS-MEDICARE  TO CS-HIST-BUCKET (WS-CO-SLOT, 6)
002982     ADD HS-NET       TO CS-HIST-BUCKET (WS-CO-SLOT, 7)
002984     .
002986 P0629-EXIT.
002990     EXIT.
003000
003010 P0625-FIND-SUM-SLOT.
003050     .
003060 P0626-EXIT.
003070     EXIT.
003072* THE COMPANY-TABLE SLOT FOR WS-FIND-CO, OPENED ZEROED THE FIRST
003074* TIME THE COMPANY IS SEEN ON EITHER FILE.
003076 P0630-GET-CO-SLOT.
003078     MOVE ZEROES TO WS-CO-SLOT
003080     PERFORM P0635-FIND-CO-SLOT  THRU P0636-EXIT
003082         VARYING CO-SUB FROM 1 BY 1
003084         UNTIL CO-SUB > WS-CO-COUNT
003086             OR WS-CO-SLOT > ZERO
003088
003090     IF WS-CO-SLOT = ZEROES
003092         IF WS-CO-COUNT NOT LESS THAN 20
003094             DISPLAY 'BONUSREC - MORE THAN 20 COMPANIES - RAISE '
003096                     'COMPANY-TABLE AND RECOMPILE'
003098             CLOSE HISTORY-IN BONUS-YTD REC-REPORT
003100             MOVE +16 TO RETURN-CODE
003101             GOBACK
003102         END-IF
003103         ADD 1 TO WS-CO-COUNT
003104         MOVE WS-CO-COUNT TO WS-CO-SLOT
003105         MOVE WS-FIND-CO  TO CS-COMPANY-CODE (WS-CO-SLOT)
003106         PERFORM P0637-ZERO-CO-BUCKET THRU P0638-EXIT
003107             VARYING BUCKET-SUB FROM 1 BY 1
003108             UNTIL BUCKET-SUB > 7
003109     END-IF
003110     .
003111 P0639-EXIT.
003112     EXIT.
003113
003114 P0635-FIND-CO-SLOT.
003115     IF CS-COMPANY-CODE (CO-SUB) = WS-FIND-CO
003116         MOVE CO-SUB TO WS-CO-SLOT
003117     END-IF
003118     .
003119 P0636-EXIT.
003120     EXIT.
003121
003122 P0637-ZERO-CO-BUCKET.
003123     MOVE ZEROES TO CS-HIST-BUCKET (WS-CO-SLOT, BUCKET-SUB)
003124                    CS-YTD-BUCKET  (WS-CO-SLOT, BUCKET-SUB)
003125     .
003126 P0638-EXIT.
003127     EXIT.
003128* ONE YTD RECORD - ADD IT TO ITS COMPANY'S YTD TOTALS, FIND ITS
003129* HISTORY SUM AND PROVE EVERY BUCKET AND THE COMPANY.
003130 P0700-PROVE-YTD.
003131
003132     MOVE YTD-COMPANY-CODE TO WS-YTD-COMPANY
003133     IF WS-YTD-COMPANY = SPACES
003134         MOVE '01' TO WS-YTD-COMPANY
003135     END-IF
003136     MOVE WS-YTD-COMPANY TO WS-FIND-CO
003137     PERFORM P0630-GET-CO-SLOT   THRU P0639-EXIT
003138     ADD YTD-GROSS     TO CS-YTD-BUCKET (WS-CO-SLOT, 1)
003139     ADD YTD-FED-TAX   TO CS-YTD-BUCKET (WS-CO-SLOT, 2)
003140     ADD YTD-STATE-TAX TO CS-YTD-BUCKET (WS-CO-SLOT, 3)
003141     ADD YTD-LOCAL-TAX TO CS-YTD-BUCKET (WS-CO-SLOT, 4)
003142     ADD YTD-FICA      TO CS-YTD-BUCKET (WS-CO-SLOT, 5)
003143     ADD YTD-MEDICARE  TO CS-YTD-BUCKET (WS-CO-SLOT, 6)
003144     ADD YTD-NET       TO CS-YTD-BUCKET (WS-CO-SLOT, 7)
003145
003146     MOVE ZEROES TO WS-SUM-SLOT
003147     PERFORM P0710-FIND-YTD-SLOT THRU P0719-EXIT
003148         VARYING SUM-SUB FROM 1 BY 1
003149         UNTIL SUM-SUB > WS-SUM-COUNT
003150             OR WS-SUM-SLOT > ZERO
003160
003170     IF WS-SUM-SLOT = ZEROES
003260     ELSE
003270         MOVE 'Y' TO SM-MATCHED-SW (WS-SUM-SLOT)
003280         PERFORM P0720-PROVE-BUCKETS THRU P0729-EXIT
003282         IF SM-COMPANY-CODE (WS-SUM-SLOT) NOT = WS-YTD-COMPANY
003284             MOVE YTD-EMP-NBR TO RD-EMP-NBR
003286             MOVE 'COMPANY'   TO RD-BUCKET
003288             MOVE ZEROES      TO RD-HIST-AMT
003290                                 RD-YTD-AMT
003292             STRING 'HIST CO ' SM-COMPANY-CODE (WS-SUM-SLOT)
003294                    ', YTD CO ' WS-YTD-COMPANY
003296                    DELIMITED BY SIZE
003298               INTO RD-REMARK
003299             END-STRING
003300             PERFORM P0670-WRITE-REC-LINE THRU P0679-EXIT
003301             ADD 1 TO W01-CO-DIFFERS
003302             MOVE 'Y' TO WS-OUT-OF-BAL-SW
003303         END-IF
003304     END-IF
003305
003310     PERFORM P0950-READ-YTD          THRU P0959-EXIT
003320     .
003330 P0799-EXIT.
004090         ADD 1 TO W01-HIST-NO-YTD
004100         MOVE 'Y' TO WS-OUT-OF-BAL-SW
004110     END-IF
004111     .
004112 P0759-EXIT.
004113     EXIT.
004114* ONE COMPANY - THE LOWEST CODE NOT YET PRINTED - EVERY BUCKET'S
004115* HISTORY AND YTD TOTALS SIDE BY SIDE, AND THE COMPANY'S VERDICT.
004116 P0800-PROVE-COMPANY.
004117     MOVE HIGH-VALUES TO WS-NEXT-CO
004118     MOVE ZEROES      TO WS-CO-SLOT
004119     PERFORM P0810-FIND-NEXT-CO     THRU P0819-EXIT
004120         VARYING CO-SUB FROM 1 BY 1
004121         UNTIL CO-SUB > WS-CO-COUNT
004122     MOVE WS-NEXT-CO  TO WS-LAST-CO
004123     MOVE 'N'         TO WS-CO-BAL-SW
004124
004125     MOVE SPACES TO REC-LINE
004126     WRITE REC-LINE
004127     MOVE CS-COMPANY-CODE (WS-CO-SLOT) TO RC-COMPANY-CODE
004128     WRITE REC-LINE FROM REC-CO-HEAD
004129
004130     PERFORM P0820-PROVE-CO-BUCKET  THRU P0829-EXIT
004131         VARYING BUCKET-SUB FROM 1 BY 1
004132         UNTIL BUCKET-SUB > 7
004133
004134     MOVE CS-COMPANY-CODE (WS-CO-SLOT) TO RV-COMPANY-CODE
004135     IF WS-CO-OUT-OF-BALANCE
004136         MOVE ' IS OUT OF BALANCE ***'     TO RV-VERDICT
004137         ADD 1 TO W01-CO-OUT-OF-BAL
004138         MOVE 'Y' TO WS-OUT-OF-BAL-SW
004139     ELSE
004140         MOVE ' PROVES CLEAN ***'          TO RV-VERDICT
004141     END-IF
004142     WRITE REC-LINE FROM REC-CO-VERDICT
004143     .
004144 P0899-EXIT.
004145     EXIT.
004146
004147 P0810-FIND-NEXT-CO.
004148     IF CS-COMPANY-CODE (CO-SUB) > WS-LAST-CO
004149             AND CS-COMPANY-CODE (CO-SUB) < WS-NEXT-CO
004150         MOVE CS-COMPANY-CODE (CO-SUB) TO WS-NEXT-CO
004151         MOVE CO-SUB                   TO WS-CO-SLOT
004152     END-IF
004153     .
004154 P0819-EXIT.
004155     EXIT.
004156
004157 P0820-PROVE-CO-BUCKET.
004158     MOVE CS-COMPANY-CODE (WS-CO-SLOT) TO RD-EMP-NBR
004159     MOVE BK-NAME (BUCKET-SUB)         TO RD-BUCKET
004160     MOVE CS-HIST-BUCKET (WS-CO-SLOT, BUCKET-SUB) TO RD-HIST-AMT
004161     MOVE CS-YTD-BUCKET (WS-CO-SLOT, BUCKET-SUB)  TO RD-YTD-AMT
004162     IF CS-HIST-BUCKET (WS-CO-SLOT, BUCKET-SUB)
004163             NOT = CS-YTD-BUCKET (WS-CO-SLOT, BUCKET-SUB)
004164         MOVE 'COMPANY OUT OF BALANCE' TO RD-REMARK
004165         MOVE 'Y' TO WS-CO-BAL-SW
004166     END-IF
004167     PERFORM P0670-WRITE-REC-LINE THRU P0679-EXIT
004168     .
004169 P0829-EXIT.
004170     EXIT.
004171
004172 P0670-WRITE-REC-LINE.
004173     WRITE REC-LINE FROM REC-DETAIL-LINE
004180     MOVE SPACES TO REC-DETAIL-LINE
004190     .
004200 P0679-EXIT.
004440     DISPLAY 'BUCKET MISMATCHES     : ' W01-MISMATCHES
004450     DISPLAY 'YTD WITHOUT HISTORY   : ' W01-YTD-NO-HIST
004460     DISPLAY 'HISTORY WITHOUT YTD   : ' W01-HIST-NO-YTD
004462     DISPLAY 'COMPANY DIFFERS       : ' W01-CO-DIFFERS
004464     DISPLAY 'COMPANIES OUT OF BAL  : ' W01-CO-OUT-OF-BAL
004470
004480     IF WS-OUT-OF-BALANCE
004490         DISPLAY 'BONUSREC - OUT OF BALANCE - SEE RECREPT'
