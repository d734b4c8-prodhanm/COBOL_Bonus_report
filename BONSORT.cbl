000261*                      OVERPUNCH; PLAIN DIGITS STILL READ AS
000262*                      POSITIVE) SO A RECYCLED BATCH THAT NETS
000263*                      NEGATIVE - ALL CLAWBACKS - STILL BALANCES.
000264*    2026-10-15  REF  RECORD LAYOUTS NOW CARRY THE COMPANY CODE,
000265*                      WHICH BECOMES THE MAJOR SORT KEY ABOVE
000266*                      STATE AND DEPT.  A BLANK COMPANY IS
000267*                      WRITTEN OUT AS 01.
000268*
000269 ENVIRONMENT DIVISION.
000270
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000530     05  RB-DEPT-CODE                PIC X(4).
000535     05  RB-EMP-NBR                  PIC X(5).
000537     05  RB-TRANS-TYPE               PIC X.
000538     05  RB-COMPANY-CODE             PIC X(2).
000539     05  RB-FILLER                   PIC X(1).
000541*
000542* CONTROL TRAILER - LAST RECORD OF EACH EXTRACT IN THE STREAM.
000543* A DETAIL RECORD STARTS WITH A TWO-BYTE STATE CODE PADDED WITH
000680     05  SR-DEPT-CODE                PIC X(4).
000685     05  SR-EMP-NBR                  PIC X(5).
000687     05  SR-TRANS-TYPE               PIC X.
000690     05  SR-COMPANY-CODE             PIC X(2).
000691     05  SR-FILLER                   PIC X(1).
000700*
000710* INBONUS - SORTED, COMPANY/STATE/DEPT SEQUENCED FILE BONUS READS
000720*
000730 FD  INPUT-BONUS
000740     RECORDING MODE IS F
000870     05  IN-DEPT-CODE                PIC X(4).
000875     05  IN-EMP-NBR                  PIC X(5).
000877     05  IN-TRANS-TYPE               PIC X.
000880     05  IN-COMPANY-CODE             PIC X(2).
000881     05  IN-FILLER                   PIC X(1).
000890 
000900 WORKING-STORAGE SECTION.
000910
000974     PERFORM 2000-READ-RAW THRU 2000-EXIT
000976
000980     SORT SORT-WORK
000985         ON ASCENDING KEY SR-COMPANY-CODE
000990         ON ASCENDING KEY SR-STATE-CODE
001000         ON ASCENDING KEY SR-DEPT-CODE
001010         INPUT PROCEDURE IS 1000-RELEASE-DETAIL THRU 1000-EXIT
001160     .
001170 0000-EXIT.
001180     EXIT.
001185
001186* RELEASE EVERY DETAIL RECORD TO THE SORT, TOTALLING AS WE GO.
001187* THE CONTROL TRAILER NEVER REACHES THE SORT - 2000-READ-RAW
001188* CAPTURES AND DROPS IT.
001189 1000-RELEASE-DETAIL.
001190     PERFORM 1100-RELEASE-ONE THRU 1100-EXIT
001191         UNTIL WS-RAW-EOF
001192     .
001193 1000-EXIT.
001194     EXIT.
001195
001196 1100-RELEASE-ONE.
001197     MOVE RAW-BONUS-RECORD TO SORT-RECORD
001198* AN EXTRACT CUT BEFORE COMPANIES WERE CARRIED HAS A BLANK
001199* COMPANY, WHICH MEANS THE ORIGINAL COMPANY, 01.
001200     IF SR-COMPANY-CODE = SPACES
001201         MOVE '01' TO SR-COMPANY-CODE
001202     END-IF
001203     RELEASE SORT-RECORD
001204     ADD 1            TO W01-DETAIL-COUNT
001205     ADD RB-BONUS-AMT TO W01-HASH-TOTAL
