000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1086.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: CLIMATE OBSERVATION EXPORT. THE REGIONAL
000060       *  CLIMATE OFFICE TAKES OUR STATION HISTORY IN ITS FIXED
000070       *  EXCHANGE FORMAT INSTEAD OF CEXM7S1 PRINTOUTS. DRIVEN BY AN
000080       *  OPERATOR ID CARD, THEN FROM= AND TO= (YYYYMMDD) AND
000090       *  OVERRIDE= (Y/N, DEFAULT N) CARDS, FOR THE STATIONS LISTED ON
000100       *  EXPSTN THIS PROGRAM WRITES CLIMEXP:
000110       *    - HDR  FORMAT, SENDER, CREATION DATE AND THE PERIOD
000120       *    - STN  THE STNFILE DETAILS OF EACH STATION SENT
000130       *    - OBS  ONE PER CALENDAR DAY OF THE PERIOD (FROM THE LATER OF
000140       *           FROM= AND THE STATION'S COMMISSIONING) WITH THE
000150       *           TWELVE READINGS AND THE AVERAGE. A ZERO SLOT (A
000160       *           LOGGER MISS, AS CEXM955 TREATS IT) AND EVERY VALUE OF
000170       *           A DAY NOT ON TEMPFILE CARRY THE MISSING VALUE 999.
000180       *           THE QUALITY FLAG IS CEXM1010'S QCFLAGS CODE (D
000190       *           DIVERGED, S SUSPECTED SENSOR FAULT); THE MISSING
000200       *           CODE IS M FOR A DAY CEXM955'S GAPDAYS FOUND MISSING,
000210       *           P FOR ONE IT FOUND SHORT OF READINGS, AND U FOR A
000220       *           DAY ABSENT FROM TEMPFILE THAT THE AUDIT NEVER SAW
000230       *    - TRL  STATION, OBSERVATION, MISSING, FLAGGED AND TOTAL
000240       *           RECORD COUNTS
000250       *  EVERY STATION SENT IS LOGGED ON XMITLOG. A STATION WHOSE
000260       *  PERIOD OVERLAPS ONE ALREADY LOGGED IS REFUSED UNLESS
000270       *  OVERRIDE=Y IS GIVEN AND SPGM0908 ALLOWS THE OPERATOR (TYPE O).
000280       *  THE RUN IS LISTED ON EXPRPT; RETURN CODE 4 WHEN ANY STATION
000290       *  WAS REFUSED OR IS NOT ON STNFILE.
000300       * EXPSTN  : JEBA02.EMY.COBOL.EXPSTN
000310       * STNFILE : JEBA02.EMY.COBOL.STNFILE
000320       * TEMPFILE: JEBA02.EMY.COBOL.TEMPFILE
000330       * QCFLAGS : JEBA02.EMY.COBOL.QCFLAGS
000340       * GAPDAYS : JEBA02.EMY.COBOL.GAPDAYS
000350       * XMITLOG : JEBA02.EMY.COBOL.XMITLOG
000360       * CLIMEXP : JEBA02.EMY.COBOL.CLIMEXP
000370       * EXPRPT  : JEBA02.EMY.COBOL.EXPRPT
000380       * ----------------------------------------------------------------
000390       * PRJ NO    NAME     DATE          MAINT DESC.
000400       * ----------------------------------------------------------------
000410       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000420       ******************************************************************
000430        ENVIRONMENT DIVISION.
000440        INPUT-OUTPUT SECTION.
000450        FILE-CONTROL.
000460            SELECT LIST-FILE
000470                ASSIGN TO EXPSTN
000480                ORGANIZATION IS SEQUENTIAL
000490                ACCESS MODE IS SEQUENTIAL
000500                FILE STATUS IS WS-LIST-FS.
000510            SELECT STN-FILE
000520                ASSIGN TO STNFILE
000530                ORGANIZATION IS SEQUENTIAL
000540                ACCESS MODE IS SEQUENTIAL
000550                FILE STATUS IS WS-STN-FS.
000560            SELECT TEMP-FILE
000570                ASSIGN TO TEMPFILE
000580                ORGANIZATION IS SEQUENTIAL
000590                ACCESS MODE IS SEQUENTIAL
000600                FILE STATUS IS WS-TEMP-FS.
000610            SELECT FLAG-FILE
000620                ASSIGN TO QCFLAGS
000630                ORGANIZATION IS SEQUENTIAL
000640                ACCESS MODE IS SEQUENTIAL
000650                FILE STATUS IS WS-FLAG-FS.
000660            SELECT GAP-FILE
000670                ASSIGN TO GAPDAYS
000680                ORGANIZATION IS SEQUENTIAL
000690                ACCESS MODE IS SEQUENTIAL
000700                FILE STATUS IS WS-GAP-FS.
000710            SELECT LOG-FILE
000720                ASSIGN TO XMITLOG
000730                ORGANIZATION IS SEQUENTIAL
000740                ACCESS MODE IS SEQUENTIAL
000750                FILE STATUS IS WS-LOG-FS.
000760            SELECT EXPORT-FILE
000770                ASSIGN TO CLIMEXP
000780                ORGANIZATION IS SEQUENTIAL
000790                ACCESS MODE IS SEQUENTIAL
000800                FILE STATUS IS WS-EXPORT-FS.
000810            SELECT REPORT-FILE
000820                ASSIGN TO EXPRPT
000830                ORGANIZATION IS SEQUENTIAL
000840                ACCESS MODE IS SEQUENTIAL
000850                FILE STATUS IS WS-REPORT-FS.
000860        DATA DIVISION.
000870        FILE SECTION.
000880        FD  LIST-FILE.
000890        01  EL-LIST-REC.
000900            05  EL-STATION-ID             PIC X(03).
000910            05  FILLER                    PIC X(77).
000920        FD  STN-FILE.
000930        01  SN-STN-REC.
000940            05  SN-STATION-ID             PIC X(03).
000950            05  SN-STATION-NAME           PIC X(20).
000960            05  SN-STATION-LOC            PIC X(20).
000970            05  SN-COMMISSIONED           PIC 9(08).
000980            05  SN-TEMP-UNIT              PIC X(01).
000990            05  FILLER                    PIC X(28).
001000        FD  TEMP-FILE.
001010        01  FS-TEMP-REC.
001020            05  FS-TEMP-STATION           PIC X(03).
001030            05  FS-TEMP-DATE              PIC 9(06).
001040            05  FS-TEMP-READINGS.
001050                07  FS-TEMP-READING       PIC 9(02)  OCCURS 12 TIMES.
001060            05  FS-TEMP-AVG               PIC 9(03).
001070        FD  FLAG-FILE.
001080        01  QF-FLAG-REC.
001090            05  QF-STATION-ID             PIC X(03).
001100            05  QF-DATE                   PIC 9(06).
001110            05  QF-FLAG                   PIC X(01).
001120            05  QF-OWN-AVG                PIC 9(03).
001130            05  QF-OTHERS-MEAN            PIC 9(03)V9(02).
001140            05  FILLER                    PIC X(62).
001150        FD  GAP-FILE.
001160        01  GD-GAP-REC.
001170            05  GD-STATION-ID             PIC X(03).
001180            05  GD-DATE                   PIC 9(06).
001190            05  GD-GAP-TYPE               PIC X(01).
001200            05  GD-PLAUSIBLE              PIC 9(02).
001210            05  FILLER                    PIC X(68).
001220        FD  LOG-FILE.
001230        01  XL-LOG-REC.
001240            05  XL-STATION-ID             PIC X(03).
001250            05  XL-FROM-DATE              PIC 9(08).
001260            05  XL-TO-DATE                PIC 9(08).
001270            05  XL-SENT-DATE              PIC 9(08).
001280            05  XL-OPERATOR               PIC X(08).
001290            05  XL-OVERRIDE               PIC X(01).
001300            05  XL-OBS-COUNT              PIC 9(05).
001310            05  XL-MISSING-COUNT          PIC 9(05).
001320            05  FILLER                    PIC X(34).
001330        FD  EXPORT-FILE.
001340        01  XH-HEADER-REC.
001350            05  XH-REC-TYPE               PIC X(03).
001360            05  XH-FORMAT-ID              PIC X(08).
001370            05  XH-SENDER-ID              PIC X(08).
001380            05  XH-CREATED-DATE           PIC 9(08).
001390            05  XH-PERIOD-FROM            PIC 9(08).
001400            05  XH-PERIOD-TO              PIC 9(08).
001410            05  FILLER                    PIC X(37).
001420        01  XS-STATION-REC.
001430            05  XS-REC-TYPE               PIC X(03).
001440            05  XS-STATION-ID             PIC X(03).
001450            05  XS-STATION-NAME           PIC X(20).
001460            05  XS-STATION-LOC            PIC X(20).
001470            05  XS-COMMISSIONED           PIC 9(08).
001480            05  XS-TEMP-UNIT              PIC X(01).
001490            05  FILLER                    PIC X(25).
001500        01  XD-OBS-REC.
001510            05  XD-REC-TYPE               PIC X(03).
001520            05  XD-STATION-ID             PIC X(03).
001530            05  XD-OBS-DATE               PIC 9(08).
001540            05  XD-READING                PIC 9(03)  OCCURS 12 TIMES.
001550            05  XD-DAILY-AVG              PIC 9(03).
001560            05  XD-QUALITY-FLAG           PIC X(01).
001570            05  XD-MISSING-CODE           PIC X(01).
001580            05  FILLER                    PIC X(25).
001590        01  XT-TRAILER-REC.
001600            05  XT-REC-TYPE               PIC X(03).
001610            05  XT-STATION-COUNT          PIC 9(05).
001620            05  XT-OBS-COUNT              PIC 9(07).
001630            05  XT-MISSING-COUNT          PIC 9(07).
001640            05  XT-FLAGGED-COUNT          PIC 9(07).
001650            05  XT-RECORD-COUNT           PIC 9(07).
001660            05  FILLER                    PIC X(44).
001670        FD  REPORT-FILE.
001680        01  RS-REPORT-REC                 PIC X(80).
001690        WORKING-STORAGE SECTION.
001700        01  WS-LIST-FS                    PIC X(02).
001710        01  WS-STN-FS                     PIC X(02).
001720        01  WS-TEMP-FS                    PIC X(02).
001730        01  WS-FLAG-FS                    PIC X(02).
001740        01  WS-GAP-FS                     PIC X(02).
001750        01  WS-LOG-FS                     PIC X(02).
001760        01  WS-EXPORT-FS                  PIC X(02).
001770        01  WS-REPORT-FS                  PIC X(02).
001780        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001790        01  WS-LIST-EOF                   PIC X(03) VALUE "NO".
001800        01  WS-STN-EOF                    PIC X(03) VALUE "NO".
001810        01  WS-TEMP-EOF                   PIC X(03) VALUE "NO".
001820        01  WS-FLAG-EOF                   PIC X(03) VALUE "NO".
001830        01  WS-GAP-EOF                    PIC X(03) VALUE "NO".
001840        01  WS-LOG-EOF                    PIC X(03) VALUE "NO".
001850        01  WS-PARM-CARD                  PIC X(80).
001860        01  WS-OPERATOR-ID                PIC X(08).
001870        01  WS-FROM-DATE                  PIC 9(08).
001880        01  WS-TO-DATE                    PIC 9(08).
001890        01  WS-OVERRIDE                   PIC X(01).
001900        01  WS-CURRENT-DATE-DATA          PIC X(21).
001910        01  WS-RUN-DATE                   PIC 9(08).
001920        01  WS-WORK-DATE.
001930            05  WS-WD-YYYY                PIC 9(04).
001940            05  WS-WD-MMDD                PIC 9(04).
001950        01  WS-STEP-DATE.
001960            05  WS-SD-YYYY                PIC 9(04).
001970            05  WS-SD-MM                  PIC 9(02).
001980            05  WS-SD-DD                  PIC 9(02).
001990        01  WS-STEP-DATE-N REDEFINES WS-STEP-DATE
002000                                          PIC 9(08).
002010        01  WS-SHORT-DATE                 PIC 9(06).
002020        01  WS-SHORT-DATE-R REDEFINES WS-SHORT-DATE.
002030            05  WS-SH-YY                  PIC 9(02).
002040            05  WS-SH-MMDD                PIC 9(04).
002050        01  WS-FIND-STATION               PIC X(03).
002060        01  WS-SLOT-SUB                   PIC 9(02).
002070        01  WS-OVERLAP-FLAG               PIC X(03).
002080        01  WS-OVERLAP-SENT               PIC 9(08).
002090        01  WS-SEND-FLAG                  PIC X(03).
002100       * RUN AND STATION COUNTS.
002110        01  WS-SENT-COUNT                 PIC 9(05) VALUE 0.
002120        01  WS-REFUSED-COUNT              PIC 9(05) VALUE 0.
002130        01  WS-UNKNOWN-COUNT              PIC 9(05) VALUE 0.
002140        01  WS-OBS-TOTAL                  PIC 9(07) VALUE 0.
002150        01  WS-MISSING-TOTAL              PIC 9(07) VALUE 0.
002160        01  WS-FLAGGED-TOTAL              PIC 9(07) VALUE 0.
002170        01  WS-RECORD-TOTAL               PIC 9(07) VALUE 0.
002180        01  WS-STN-OBS                    PIC 9(05).
002190        01  WS-STN-MISSING                PIC 9(05).
002200        01  WS-STN-FLAGGED                PIC 9(05).
002210       * THE STATION MASTER.
002220        01  WS-STN-COUNT                  PIC 9(03) VALUE 0.
002230        01  WS-STN-TABLE.
002240            05  WS-ST-ENTRY               OCCURS 1 TO 200 TIMES
002250                                      DEPENDING ON WS-STN-COUNT
002260                                          INDEXED BY STN-IDX.
002270                10  WS-ST-STATION-ID      PIC X(03).
002280                10  WS-ST-NAME            PIC X(20).
002290                10  WS-ST-LOC             PIC X(20).
002300                10  WS-ST-COMMISSIONED    PIC 9(08).
002310                10  WS-ST-TEMP-UNIT       PIC X(01).
002320       * THE STATIONS TO SEND, WITH THEIR MASTER ENTRY.
002330        01  WS-LIST-COUNT                 PIC 9(02) VALUE 0.
002340        01  WS-LIST-TABLE.
002350            05  WS-LS-ENTRY               OCCURS 50 TIMES.
002360                10  WS-LS-STATION-ID      PIC X(03).
002370                10  WS-LS-STN-SUB         PIC 9(03).
002380        01  WS-LIST-SUB                   PIC 9(02).
002390        01  WS-LIST-HIT                   PIC 9(02).
002400        01  WS-CUR-STN                    PIC 9(03).
002410       * TEMPFILE DAYS OF THE LISTED STATIONS WITHIN THE PERIOD.
002420        01  WS-OBS-COUNT                  PIC 9(04) VALUE 0.
002430        01  WS-OBS-TABLE.
002440            05  WS-OB-ENTRY               OCCURS 1 TO 5000 TIMES
002450                                      DEPENDING ON WS-OBS-COUNT
002460                                          INDEXED BY OB-IDX.
002470                10  WS-OB-STATION-ID      PIC X(03).
002480                10  WS-OB-DATE            PIC 9(08).
002490                10  WS-OB-READING         PIC 9(02)  OCCURS 12 TIMES.
002500                10  WS-OB-AVG             PIC 9(03).
002510       * QCFLAGS AND GAPDAYS ENTRIES OF THE LISTED STATIONS WITHIN THE
002520       * PERIOD.
002530        01  WS-FLG-COUNT                  PIC 9(04) VALUE 0.
002540        01  WS-FLG-TABLE.
002550            05  WS-FL-ENTRY               OCCURS 1 TO 3000 TIMES
002560                                      DEPENDING ON WS-FLG-COUNT
002570                                          INDEXED BY FL-IDX.
002580                10  WS-FL-STATION-ID      PIC X(03).
002590                10  WS-FL-DATE            PIC 9(08).
002600                10  WS-FL-FLAG            PIC X(01).
002610        01  WS-GAP-COUNT                  PIC 9(04) VALUE 0.
002620        01  WS-GAP-TABLE.
002630            05  WS-GP-ENTRY               OCCURS 1 TO 3000 TIMES
002640                                      DEPENDING ON WS-GAP-COUNT
002650                                          INDEXED BY GP-IDX.
002660                10  WS-GP-STATION-ID      PIC X(03).
002670                10  WS-GP-DATE            PIC 9(08).
002680                10  WS-GP-TYPE            PIC X(01).
002690       * THE TRANSMISSION LOG.
002700        01  WS-LOG-COUNT                  PIC 9(04) VALUE 0.
002710        01  WS-LOG-TABLE.
002720            05  WS-LG-ENTRY               OCCURS 3000 TIMES.
002730                10  WS-LG-STATION-ID      PIC X(03).
002740                10  WS-LG-FROM-DATE       PIC 9(08).
002750                10  WS-LG-TO-DATE         PIC 9(08).
002760                10  WS-LG-SENT-DATE       PIC 9(08).
002770        01  WS-LOG-SUB                    PIC 9(04).
002780        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
002790        01  WS-HEADER2.
002800            05 FILLER                     PIC X(25) VALUE ALL "*".
002810            05 FILLER                     PIC X(30)
002820                     VALUE " CLIMATE OBSERVATION EXPORT   ".
002830            05 FILLER                     PIC X(25) VALUE ALL "*".
002840        01  WS-PARM-LINE.
002850            05 FILLER                     PIC X(08) VALUE "PERIOD: ".
002860            05 WS-PL-FROM                 PIC 9(08).
002870            05 FILLER                     PIC X(04) VALUE " TO ".
002880            05 WS-PL-TO                   PIC 9(08).
002890            05 FILLER                     PIC X(12)
002900                                          VALUE "  OVERRIDE: ".
002910            05 WS-PL-OVERRIDE             PIC X(01).
002920            05 FILLER                     PIC X(12)
002930                                          VALUE "  OPERATOR: ".
002940            05 WS-PL-OPERATOR             PIC X(08).
002950            05 FILLER                     PIC X(19) VALUE SPACES.
002960        01  WS-COL-HEAD.
002970            05 FILLER                     PIC X(40)
002980                     VALUE "STN NAME                 RESULT         ".
002990            05 FILLER                     PIC X(40)
003000                     VALUE "                  DAYS MISSING FLAGGED  ".
003010        01  WS-DETAIL.
003020            05 WS-D-STATION               PIC X(03).
003030            05 FILLER                     PIC X(01) VALUE SPACES.
003040            05 WS-D-NAME                  PIC X(20).
003050            05 FILLER                     PIC X(01) VALUE SPACES.
003060            05 WS-D-RESULT                PIC X(32).
003070            05 WS-D-DAYS                  PIC ZZ,ZZ9.
003080            05 FILLER                     PIC X(02) VALUE SPACES.
003090            05 WS-D-MISSING               PIC ZZ,ZZ9.
003100            05 FILLER                     PIC X(02) VALUE SPACES.
003110            05 WS-D-FLAGGED               PIC ZZ,ZZ9.
003120            05 FILLER                     PIC X(01) VALUE SPACES.
003130        01  WS-TOTAL-LINE.
003140            05 FILLER                     PIC X(06) VALUE "SENT: ".
003150            05 WS-T-SENT                  PIC ZZ,ZZ9.
003160            05 FILLER                     PIC X(11)
003170                                          VALUE "  REFUSED: ".
003180            05 WS-T-REFUSED               PIC ZZ,ZZ9.
003190            05 FILLER                     PIC X(11)
003200                                          VALUE "  UNKNOWN: ".
003210            05 WS-T-UNKNOWN               PIC ZZ,ZZ9.
003220            05 FILLER                     PIC X(11)
003230                                          VALUE "  RECORDS: ".
003240            05 WS-T-RECORDS               PIC Z,ZZZ,ZZ9.
003250            05 FILLER                     PIC X(14) VALUE SPACES.
003260        COPY SPGM0905L.
003270        COPY SPGM0906L.
003280        COPY SPGM0908L.
003290        COPY SPGMABNL.
003300        PROCEDURE DIVISION.
003310       ******************************************************************
003320       * MAIN PROGRAM FLOW. A RUN WITH NO OPERATOR NAMED SENDS NOTHING.
003330       ******************************************************************
003340        00000-MAIN-PARA.
003350            ACCEPT WS-OPERATOR-ID.
003360            IF  WS-OPERATOR-ID             = SPACES
003370                DISPLAY "NO OPERATOR ID CARD - RUN REFUSED."
003380                MOVE 16                    TO RETURN-CODE
003390                STOP RUN
003400            END-IF.
003410            PERFORM 05000-ACCEPT-PARA.
003420            IF  WS-ERROR-FLAG              NOT = "YES"
003430                PERFORM 10000-INITIALIZE-PARA
003440            END-IF.
003450            IF  WS-ERROR-FLAG              NOT = "YES"
003460                PERFORM 12000-LOAD-STN-PARA
003470                    UNTIL WS-STN-EOF       = "YES"
003480                PERFORM 13000-LOAD-LIST-PARA
003490                    UNTIL WS-LIST-EOF      = "YES"
003500                PERFORM 14000-LOAD-TEMP-PARA
003510                    UNTIL WS-TEMP-EOF      = "YES"
003520                PERFORM 15000-LOAD-FLAG-PARA
003530                    UNTIL WS-FLAG-EOF      = "YES"
003540                PERFORM 16000-LOAD-GAP-PARA
003550                    UNTIL WS-GAP-EOF       = "YES"
003560                PERFORM 17000-LOAD-LOG-PARA
003570                    UNTIL WS-LOG-EOF       = "YES"
003580                PERFORM 18000-OPEN-LOG-PARA
003590            END-IF.
003600            IF  WS-ERROR-FLAG              NOT = "YES"
003610                PERFORM 19000-HEADER-PARA
003620                PERFORM 20000-STATION-PARA
003630                    VARYING WS-LIST-SUB FROM 1 BY 1
003640                    UNTIL WS-LIST-SUB      > WS-LIST-COUNT
003650                    OR    WS-ERROR-FLAG    = "YES"
003660                PERFORM 28000-TRAILER-PARA
003670                IF  WS-REFUSED-COUNT       > 0
003680                    OR WS-UNKNOWN-COUNT    > 0
003690                    MOVE 4                 TO RETURN-CODE
003700                END-IF
003710            END-IF.
003720            PERFORM 30000-CLOSE-PARA.
003730            STOP RUN.
003740       ******************************************************************
003750       * ACCEPT THE FROM=, TO= AND OVERRIDE= CARDS.
003760       ******************************************************************
003770        05000-ACCEPT-PARA.
003780            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
003790            MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-RUN-DATE.
003800            MOVE SPACES                    TO WS-PARM-CARD.
003810            ACCEPT WS-PARM-CARD.
003820            MOVE WS-PARM-CARD              TO LK-PA-CARD.
003830            MOVE "FROM"                    TO LK-PA-KEYWORD.
003840            SET LK-PA-NUMERIC              TO TRUE.
003850            MOVE 19000101                  TO LK-PA-MIN-VALUE.
003860            MOVE 20991231                  TO LK-PA-MAX-VALUE.
003870            MOVE SPACES                    TO LK-PA-DEFAULT.
003880            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
003890            IF  LK-PA-BAD
003900                OR LK-PA-DEFAULTED
003910                DISPLAY "BAD OR MISSING FROM= CARD - RUN REFUSED."
003920                MOVE 16                    TO RETURN-CODE
003930                MOVE "YES"                 TO WS-ERROR-FLAG
003940            ELSE
003950                MOVE LK-PA-NUM-VALUE       TO WS-FROM-DATE
003960            END-IF.
003970            MOVE SPACES                    TO WS-PARM-CARD.
003980            ACCEPT WS-PARM-CARD.
003990            MOVE WS-PARM-CARD              TO LK-PA-CARD.
004000            MOVE "TO"                      TO LK-PA-KEYWORD.
004010            SET LK-PA-NUMERIC              TO TRUE.
004020            MOVE 19000101                  TO LK-PA-MIN-VALUE.
004030            MOVE 20991231                  TO LK-PA-MAX-VALUE.
004040            MOVE SPACES                    TO LK-PA-DEFAULT.
004050            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
004060            IF  LK-PA-BAD
004070                OR LK-PA-DEFAULTED
004080                DISPLAY "BAD OR MISSING TO= CARD - RUN REFUSED."
004090                MOVE 16                    TO RETURN-CODE
004100                MOVE "YES"                 TO WS-ERROR-FLAG
004110            ELSE
004120                MOVE LK-PA-NUM-VALUE       TO WS-TO-DATE
004130            END-IF.
004140            MOVE SPACES                    TO WS-PARM-CARD.
004150            ACCEPT WS-PARM-CARD.
004160            MOVE WS-PARM-CARD              TO LK-PA-CARD.
004170            MOVE "OVERRIDE"                TO LK-PA-KEYWORD.
004180            SET LK-PA-ALPHA                TO TRUE.
004190            MOVE "N"                       TO LK-PA-DEFAULT.
004200            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
004210            IF  LK-PA-BAD
004220                OR (LK-PA-VALUE            NOT = "Y"
004230                AND LK-PA-VALUE            NOT = "N")
004240                DISPLAY "BAD OVERRIDE= CARD - RUN REFUSED."
004250                MOVE 16                    TO RETURN-CODE
004260                MOVE "YES"                 TO WS-ERROR-FLAG
004270            ELSE
004280                MOVE LK-PA-VALUE           TO WS-OVERRIDE
004290            END-IF.
004300            IF  WS-ERROR-FLAG              NOT = "YES"
004310                PERFORM 05100-CHECK-PERIOD-PARA
004320            END-IF.
004330       ******************************************************************
004340       * BOTH ENDS OF THE PERIOD MUST BE REAL DATES, IN ORDER.
004350       ******************************************************************
004360        05100-CHECK-PERIOD-PARA.
004370            SET LK-DT-VALIDATE             TO TRUE.
004380            MOVE WS-FROM-DATE              TO LK-DT-DATE-1.
004390            CALL 'SPGM0906'                USING LK-DATESVC-PARMS.
004400            IF  LK-DT-OK
004410                SET LK-DT-VALIDATE         TO TRUE
004420                MOVE WS-TO-DATE            TO LK-DT-DATE-1
004430                CALL 'SPGM0906'            USING LK-DATESVC-PARMS
004440            END-IF.
004450            IF  LK-DT-BAD
004460                OR WS-TO-DATE              < WS-FROM-DATE
004470                DISPLAY "FROM=/TO= NOT A VALID PERIOD - RUN REFUSED."
004480                MOVE 16                    TO RETURN-CODE
004490                MOVE "YES"                 TO WS-ERROR-FLAG
004500            END-IF.
004510       ******************************************************************
004520       * STEP WS-STEP-DATE ON ONE CALENDAR DAY.
004530       ******************************************************************
004540        06000-NEXT-DAY-PARA.
004550            ADD 1                          TO WS-SD-DD.
004560            SET LK-DT-VALIDATE             TO TRUE.
004570            MOVE WS-STEP-DATE              TO LK-DT-DATE-1.
004580            CALL 'SPGM0906'                USING LK-DATESVC-PARMS.
004590            IF  LK-DT-BAD
004600                MOVE 1                     TO WS-SD-DD
004610                ADD 1                      TO WS-SD-MM
004620                IF  WS-SD-MM               > 12
004630                    MOVE 1                 TO WS-SD-MM
004640                    ADD 1                  TO WS-SD-YYYY
004650                END-IF
004660            END-IF.
004670       ******************************************************************
004680       * WIDEN A TEMPFILE-STYLE YYMMDD DATE IN WS-SHORT-DATE TO
004690       * YYYYMMDD IN WS-WORK-DATE.
004700       ******************************************************************
004710        07000-EXPAND-DATE-PARA.
004720            SET LK-DT-EXPAND               TO TRUE.
004730            MOVE WS-SH-YY                  TO LK-DT-YY.
004740            CALL 'SPGM0906'                USING LK-DATESVC-PARMS.
004750            MOVE LK-DT-YYYY                TO WS-WD-YYYY.
004760            MOVE WS-SH-MMDD                TO WS-WD-MMDD.
004770       ******************************************************************
004780       * OPEN THE FILES. NO QCFLAGS OR GAPDAYS MEANS CEXM1010 OR CEXM955
004790       * HAS NOT RUN - THE EXPORT GOES WITHOUT THAT CODING, AND SAYS
004800       * SO. NO XMITLOG MEANS NOTHING HAS BEEN SENT BEFORE.
004810       ******************************************************************
004820        10000-INITIALIZE-PARA.
004830            OPEN INPUT LIST-FILE.
004840            IF WS-LIST-FS                 NOT = "00"
004850               DISPLAY "EXPSTN ACCESS ERROR."
004860               MOVE "CEXM1086"            TO LK-PGM-ID
004870               MOVE "EXPSTN"              TO LK-FILE-ID
004880               MOVE WS-LIST-FS            TO LK-FILE-STATUS
004890               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004900               IF  LK-ABEND-YES
004910                   MOVE 16                TO RETURN-CODE
004920                   MOVE "YES"             TO WS-ERROR-FLAG
004930               END-IF
004940            END-IF.
004950            OPEN INPUT STN-FILE.
004960            IF WS-STN-FS                  NOT = "00"
004970               DISPLAY "STNFILE ACCESS ERROR."
004980               MOVE "CEXM1086"            TO LK-PGM-ID
004990               MOVE "STNFILE"             TO LK-FILE-ID
005000               MOVE WS-STN-FS             TO LK-FILE-STATUS
005010               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005020               IF  LK-ABEND-YES
005030                   MOVE 16                TO RETURN-CODE
005040                   MOVE "YES"             TO WS-ERROR-FLAG
005050               END-IF
005060            END-IF.
005070            OPEN INPUT TEMP-FILE.
005080            IF WS-TEMP-FS                 NOT = "00"
005090               DISPLAY "TEMPFILE ACCESS ERROR."
005100               MOVE "CEXM1086"            TO LK-PGM-ID
005110               MOVE "TEMPFILE"            TO LK-FILE-ID
005120               MOVE WS-TEMP-FS            TO LK-FILE-STATUS
005130               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005140               IF  LK-ABEND-YES
005150                   MOVE 16                TO RETURN-CODE
005160                   MOVE "YES"             TO WS-ERROR-FLAG
005170               END-IF
005180            END-IF.
005190            OPEN INPUT FLAG-FILE.
005200            IF WS-FLAG-FS                 = "35"
005210               DISPLAY "QCFLAGS NOT FOUND - NO QUALITY FLAGS SENT."
005220               MOVE "YES"                 TO WS-FLAG-EOF
005230            ELSE
005240               IF WS-FLAG-FS              NOT = "00"
005250                  DISPLAY "QCFLAGS ACCESS ERROR."
005260                  MOVE "CEXM1086"         TO LK-PGM-ID
005270                  MOVE "QCFLAGS"          TO LK-FILE-ID
005280                  MOVE WS-FLAG-FS         TO LK-FILE-STATUS
005290                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
005300                  IF  LK-ABEND-YES
005310                      MOVE 16             TO RETURN-CODE
005320                      MOVE "YES"          TO WS-ERROR-FLAG
005330                  END-IF
005340               END-IF
005350            END-IF.
005360            OPEN INPUT GAP-FILE.
005370            IF WS-GAP-FS                  = "35"
005380               DISPLAY "GAPDAYS NOT FOUND - ABSENT DAYS SENT AS U."
005390               MOVE "YES"                 TO WS-GAP-EOF
005400            ELSE
005410               IF WS-GAP-FS               NOT = "00"
005420                  DISPLAY "GAPDAYS ACCESS ERROR."
005430                  MOVE "CEXM1086"         TO LK-PGM-ID
005440                  MOVE "GAPDAYS"          TO LK-FILE-ID
005450                  MOVE WS-GAP-FS          TO LK-FILE-STATUS
005460                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
005470                  IF  LK-ABEND-YES
005480                      MOVE 16             TO RETURN-CODE
005490                      MOVE "YES"          TO WS-ERROR-FLAG
005500                  END-IF
005510               END-IF
005520            END-IF.
005530            OPEN INPUT LOG-FILE.
005540            IF WS-LOG-FS                  = "35"
005550               MOVE "YES"                 TO WS-LOG-EOF
005560            ELSE
005570               IF WS-LOG-FS               NOT = "00"
005580                  DISPLAY "XMITLOG ACCESS ERROR."
005590                  MOVE "CEXM1086"         TO LK-PGM-ID
005600                  MOVE "XMITLOG"          TO LK-FILE-ID
005610                  MOVE WS-LOG-FS          TO LK-FILE-STATUS
005620                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
005630                  IF  LK-ABEND-YES
005640                      MOVE 16             TO RETURN-CODE
005650                      MOVE "YES"          TO WS-ERROR-FLAG
005660                  END-IF
005670               END-IF
005680            END-IF.
005690            OPEN OUTPUT EXPORT-FILE.
005700            IF WS-EXPORT-FS               NOT = "00"
005710               DISPLAY "CLIMEXP ACCESS ERROR."
005720               MOVE "CEXM1086"            TO LK-PGM-ID
005730               MOVE "CLIMEXP"             TO LK-FILE-ID
005740               MOVE WS-EXPORT-FS          TO LK-FILE-STATUS
005750               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005760               IF  LK-ABEND-YES
005770                   MOVE 16                TO RETURN-CODE
005780                   MOVE "YES"             TO WS-ERROR-FLAG
005790               END-IF
005800            END-IF.
005810            OPEN OUTPUT REPORT-FILE.
005820            IF WS-REPORT-FS               NOT = "00"
005830               DISPLAY "EXPRPT ACCESS ERROR."
005840               MOVE "CEXM1086"            TO LK-PGM-ID
005850               MOVE "EXPRPT"              TO LK-FILE-ID
005860               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
005870               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005880               IF  LK-ABEND-YES
005890                   MOVE 16                TO RETURN-CODE
005900                   MOVE "YES"             TO WS-ERROR-FLAG
005910               END-IF
005920            ELSE
005930               MOVE WS-HEADER2            TO RS-REPORT-REC
005940               WRITE RS-REPORT-REC
005950               MOVE WS-FROM-DATE          TO WS-PL-FROM
005960               MOVE WS-TO-DATE            TO WS-PL-TO
005970               MOVE WS-OVERRIDE           TO WS-PL-OVERRIDE
005980               MOVE WS-OPERATOR-ID        TO WS-PL-OPERATOR
005990               MOVE WS-PARM-LINE          TO RS-REPORT-REC
006000               WRITE RS-REPORT-REC
006010               MOVE WS-HEADER1            TO RS-REPORT-REC
006020               WRITE RS-REPORT-REC
006030               MOVE WS-COL-HEAD           TO RS-REPORT-REC
006040               WRITE RS-REPORT-REC
006050            END-IF.
006060       ******************************************************************
006070       * TABLE THE STATION MASTER.
006080       ******************************************************************
006090        12000-LOAD-STN-PARA.
006100            READ STN-FILE
006110            AT END
006120                MOVE "YES"                 TO WS-STN-EOF
006130            NOT AT END
006140                IF  WS-STN-COUNT           = 200
006150                    DISPLAY "STATION TABLE FULL AT 200 ENTRIES."
006160                ELSE
006170                    ADD 1                  TO WS-STN-COUNT
006180                    MOVE SN-STATION-ID
006190                        TO WS-ST-STATION-ID(WS-STN-COUNT)
006200                    MOVE SN-STATION-NAME   TO WS-ST-NAME(WS-STN-COUNT)
006210                    MOVE SN-STATION-LOC    TO WS-ST-LOC(WS-STN-COUNT)
006220                    MOVE SN-COMMISSIONED
006230                        TO WS-ST-COMMISSIONED(WS-STN-COUNT)
006240                    MOVE SN-TEMP-UNIT
006250                        TO WS-ST-TEMP-UNIT(WS-STN-COUNT)
006260                END-IF
006270            END-READ.
006280       ******************************************************************
006290       * TABLE ONE REQUESTED STATION. ONE NOT ON STNFILE IS LISTED AND
006300       * SKIPPED; ONE LISTED TWICE IS SENT ONCE.
006310       ******************************************************************
006320        13000-LOAD-LIST-PARA.
006330            READ LIST-FILE
006340            AT END
006350                MOVE "YES"                 TO WS-LIST-EOF
006360            NOT AT END
006370                IF  EL-STATION-ID          NOT = SPACES
006380                    MOVE EL-STATION-ID     TO WS-FIND-STATION
006390                    PERFORM 13100-FIND-LIST-PARA
006400                    IF  WS-LIST-HIT        = 0
006410                        PERFORM 13200-ADD-LIST-PARA
006420                    END-IF
006430                END-IF
006440            END-READ.
006450        13100-FIND-LIST-PARA.
006460            MOVE 0                         TO WS-LIST-HIT.
006470            PERFORM 13150-MATCH-LIST-PARA
006480                VARYING WS-LIST-SUB FROM 1 BY 1
006490                UNTIL WS-LIST-SUB          > WS-LIST-COUNT
006500                OR    WS-LIST-HIT          > 0.
006510        13150-MATCH-LIST-PARA.
006520            IF  WS-LS-STATION-ID(WS-LIST-SUB) = WS-FIND-STATION
006530                MOVE WS-LIST-SUB           TO WS-LIST-HIT
006540            END-IF.
006550        13200-ADD-LIST-PARA.
006560            SET STN-IDX                    TO 1.
006570            SEARCH WS-ST-ENTRY
006580                AT END
006590                    ADD 1                  TO WS-UNKNOWN-COUNT
006600                    MOVE SPACES            TO WS-DETAIL
006610                    MOVE EL-STATION-ID     TO WS-D-STATION
006620                    MOVE "NOT ON STNFILE - NOT SENT" TO WS-D-RESULT
006630                    MOVE WS-DETAIL         TO RS-REPORT-REC
006640                    WRITE RS-REPORT-REC
006650                WHEN WS-ST-STATION-ID(STN-IDX) = EL-STATION-ID
006660                    IF  WS-LIST-COUNT      = 50
006670                        DISPLAY "STATION LIST FULL AT 50 - "
006680                            EL-STATION-ID " NOT SENT."
006690                    ELSE
006700                        ADD 1              TO WS-LIST-COUNT
006710                        MOVE EL-STATION-ID
006720                            TO WS-LS-STATION-ID(WS-LIST-COUNT)
006730                        SET WS-LS-STN-SUB(WS-LIST-COUNT) TO STN-IDX
006740                    END-IF
006750            END-SEARCH.
006760       ******************************************************************
006770       * TABLE ONE TEMPFILE DAY IF ITS STATION IS LISTED AND ITS DATE
006780       * FALLS IN THE PERIOD.
006790       ******************************************************************
006800        14000-LOAD-TEMP-PARA.
006810            READ TEMP-FILE
006820            AT END
006830                MOVE "YES"                 TO WS-TEMP-EOF
006840            NOT AT END
006850                MOVE FS-TEMP-STATION       TO WS-FIND-STATION
006860                PERFORM 13100-FIND-LIST-PARA
006870                MOVE FS-TEMP-DATE          TO WS-SHORT-DATE
006880                PERFORM 07000-EXPAND-DATE-PARA
006890                IF  WS-LIST-HIT            > 0
006900                    AND WS-WORK-DATE       NOT < WS-FROM-DATE
006910                    AND WS-WORK-DATE       NOT > WS-TO-DATE
006920                    PERFORM 14100-ADD-OBS-PARA
006930                END-IF
006940            END-READ.
006950        14100-ADD-OBS-PARA.
006960            IF  WS-OBS-COUNT               = 5000
006970                DISPLAY "OBSERVED DAY TABLE FULL AT 5000 - "
006980                    FS-TEMP-STATION " " FS-TEMP-DATE " NOT SENT."
006990            ELSE
007000                ADD 1                      TO WS-OBS-COUNT
007010                MOVE FS-TEMP-STATION
007020                    TO WS-OB-STATION-ID(WS-OBS-COUNT)
007030                MOVE WS-WORK-DATE          TO WS-OB-DATE(WS-OBS-COUNT)
007040                PERFORM 14200-MOVE-READING-PARA
007050                    VARYING WS-SLOT-SUB FROM 1 BY 1
007060                    UNTIL WS-SLOT-SUB      > 12
007070                MOVE FS-TEMP-AVG           TO WS-OB-AVG(WS-OBS-COUNT)
007080            END-IF.
007090        14200-MOVE-READING-PARA.
007100            MOVE FS-TEMP-READING(WS-SLOT-SUB)
007110                TO WS-OB-READING(WS-OBS-COUNT, WS-SLOT-SUB).
007120       ******************************************************************
007130       * TABLE ONE QCFLAGS DAY OF A LISTED STATION IN THE PERIOD.
007140       ******************************************************************
007150        15000-LOAD-FLAG-PARA.
007160            READ FLAG-FILE
007170            AT END
007180                MOVE "YES"                 TO WS-FLAG-EOF
007190            NOT AT END
007200                MOVE QF-STATION-ID         TO WS-FIND-STATION
007210                PERFORM 13100-FIND-LIST-PARA
007220                MOVE QF-DATE               TO WS-SHORT-DATE
007230                PERFORM 07000-EXPAND-DATE-PARA
007240                IF  WS-LIST-HIT            > 0
007250                    AND WS-WORK-DATE       NOT < WS-FROM-DATE
007260                    AND WS-WORK-DATE       NOT > WS-TO-DATE
007270                    IF  WS-FLG-COUNT       = 3000
007280                        DISPLAY "QC FLAG TABLE FULL AT 3000 - "
007290                            QF-STATION-ID " " QF-DATE " NOT FLAGGED."
007300                    ELSE
007310                        ADD 1              TO WS-FLG-COUNT
007320                        MOVE QF-STATION-ID
007330                            TO WS-FL-STATION-ID(WS-FLG-COUNT)
007340                        MOVE WS-WORK-DATE  TO WS-FL-DATE(WS-FLG-COUNT)
007350                        MOVE QF-FLAG       TO WS-FL-FLAG(WS-FLG-COUNT)
007360                    END-IF
007370                END-IF
007380            END-READ.
007390       ******************************************************************
007400       * TABLE ONE GAPDAYS DAY OF A LISTED STATION IN THE PERIOD.
007410       ******************************************************************
007420        16000-LOAD-GAP-PARA.
007430            READ GAP-FILE
007440            AT END
007450                MOVE "YES"                 TO WS-GAP-EOF
007460            NOT AT END
007470                MOVE GD-STATION-ID         TO WS-FIND-STATION
007480                PERFORM 13100-FIND-LIST-PARA
007490                MOVE GD-DATE               TO WS-SHORT-DATE
007500                PERFORM 07000-EXPAND-DATE-PARA
007510                IF  WS-LIST-HIT            > 0
007520                    AND WS-WORK-DATE       NOT < WS-FROM-DATE
007530                    AND WS-WORK-DATE       NOT > WS-TO-DATE
007540                    IF  WS-GAP-COUNT       = 3000
007550                        DISPLAY "GAP DAY TABLE FULL AT 3000 - "
007560                            GD-STATION-ID " " GD-DATE " NOT CODED."
007570                    ELSE
007580                        ADD 1              TO WS-GAP-COUNT
007590                        MOVE GD-STATION-ID
007600                            TO WS-GP-STATION-ID(WS-GAP-COUNT)
007610                        MOVE WS-WORK-DATE  TO WS-GP-DATE(WS-GAP-COUNT)
007620                        MOVE GD-GAP-TYPE   TO WS-GP-TYPE(WS-GAP-COUNT)
007630                    END-IF
007640                END-IF
007650            END-READ.
007660       ******************************************************************
007670       * TABLE ONE EARLIER TRANSMISSION.
007680       ******************************************************************
007690        17000-LOAD-LOG-PARA.
007700            READ LOG-FILE
007710            AT END
007720                MOVE "YES"                 TO WS-LOG-EOF
007730            NOT AT END
007740                IF  WS-LOG-COUNT           = 3000
007750                    DISPLAY "XMITLOG TABLE FULL AT 3000 ENTRIES."
007760                ELSE
007770                    ADD 1                  TO WS-LOG-COUNT
007780                    MOVE XL-STATION-ID
007790                        TO WS-LG-STATION-ID(WS-LOG-COUNT)
007800                    MOVE XL-FROM-DATE  TO WS-LG-FROM-DATE(WS-LOG-COUNT)
007810                    MOVE XL-TO-DATE    TO WS-LG-TO-DATE(WS-LOG-COUNT)
007820                    MOVE XL-SENT-DATE  TO WS-LG-SENT-DATE(WS-LOG-COUNT)
007830                END-IF
007840            END-READ.
007850       ******************************************************************
007860       * REOPEN THE LOG TO ADD THIS RUN'S TRANSMISSIONS, CREATING IT ON
007870       * FIRST USE.
007880       ******************************************************************
007890        18000-OPEN-LOG-PARA.
007900            IF  WS-LOG-FS                  NOT = "35"
007910                CLOSE LOG-FILE
007920            END-IF.
007930            OPEN EXTEND LOG-FILE.
007940            IF  WS-LOG-FS                  = "05"
007950                OR WS-LOG-FS               = "35"
007960                CLOSE LOG-FILE
007970                OPEN OUTPUT LOG-FILE
007980            END-IF.
007990            IF WS-LOG-FS                  NOT = "00"
008000               DISPLAY "XMITLOG ACCESS ERROR."
008010               MOVE "CEXM1086"            TO LK-PGM-ID
008020               MOVE "XMITLOG"             TO LK-FILE-ID
008030               MOVE WS-LOG-FS             TO LK-FILE-STATUS
008040               CALL 'SPGMABND'            USING LK-ABEND-PARMS
008050               IF  LK-ABEND-YES
008060                   MOVE 16                TO RETURN-CODE
008070                   MOVE "YES"             TO WS-ERROR-FLAG
008080               END-IF
008090            END-IF.
008100       ******************************************************************
008110       * THE EXPORT HEADER.
008120       ******************************************************************
008130        19000-HEADER-PARA.
008140            MOVE SPACES                    TO XH-HEADER-REC.
008150            MOVE "HDR"                     TO XH-REC-TYPE.
008160            MOVE "CLIMX01"                 TO XH-FORMAT-ID.
008170            MOVE "JEBA02"                  TO XH-SENDER-ID.
008180            MOVE WS-RUN-DATE               TO XH-CREATED-DATE.
008190            MOVE WS-FROM-DATE              TO XH-PERIOD-FROM.
008200            MOVE WS-TO-DATE                TO XH-PERIOD-TO.
008210            WRITE XH-HEADER-REC.
008220            ADD 1                          TO WS-RECORD-TOTAL.
008230       ******************************************************************
008240       * ONE LISTED STATION: REFUSE IT IF ITS PERIOD WAS SENT BEFORE
008250       * (UNLESS AN AUTHORIZED OVERRIDE), OTHERWISE SEND AND LOG IT.
008260       ******************************************************************
008270        20000-STATION-PARA.
008280            MOVE WS-LS-STN-SUB(WS-LIST-SUB) TO WS-CUR-STN.
008290            MOVE SPACES                    TO WS-DETAIL.
008300            MOVE WS-LS-STATION-ID(WS-LIST-SUB) TO WS-D-STATION.
008310            MOVE WS-ST-NAME(WS-CUR-STN)    TO WS-D-NAME.
008320            MOVE "NO"                      TO WS-OVERLAP-FLAG.
008330            PERFORM 21000-CHECK-LOG-PARA
008340                VARYING WS-LOG-SUB FROM 1 BY 1
008350                UNTIL WS-LOG-SUB           > WS-LOG-COUNT
008360                OR    WS-OVERLAP-FLAG      = "YES".
008370            MOVE "YES"                     TO WS-SEND-FLAG.
008380            IF  WS-OVERLAP-FLAG            = "YES"
008390                PERFORM 21500-OVERRIDE-PARA
008400            END-IF.
008410            IF  WS-SEND-FLAG               = "YES"
008420                PERFORM 22000-SEND-STATION-PARA
008430            ELSE
008440                ADD 1                      TO WS-REFUSED-COUNT
008450            END-IF.
008460            MOVE WS-DETAIL                 TO RS-REPORT-REC.
008470            WRITE RS-REPORT-REC.
008480       ******************************************************************
008490       * DOES AN EARLIER TRANSMISSION OF THIS STATION OVERLAP THE
008500       * PERIOD.
008510       ******************************************************************
008520        21000-CHECK-LOG-PARA.
008530            IF  WS-LG-STATION-ID(WS-LOG-SUB) = WS-LS-STATION-ID
008540                                                (WS-LIST-SUB)
008550                AND WS-LG-FROM-DATE(WS-LOG-SUB) NOT > WS-TO-DATE
008560                AND WS-LG-TO-DATE(WS-LOG-SUB)   NOT < WS-FROM-DATE
008570                MOVE "YES"                 TO WS-OVERLAP-FLAG
008580                MOVE WS-LG-SENT-DATE(WS-LOG-SUB) TO WS-OVERLAP-SENT
008590            END-IF.
008600       ******************************************************************
008610       * A REPEAT GOES ONLY ON OVERRIDE=Y, PROVED (AND LOGGED) THROUGH
008620       * SPGM0908 AS TRANSACTION TYPE O.
008630       ******************************************************************
008640        21500-OVERRIDE-PARA.
008650            IF  WS-OVERRIDE                NOT = "Y"
008660                MOVE "NO"                  TO WS-SEND-FLAG
008670                STRING "ALREADY SENT " WS-OVERLAP-SENT
008680                       " - REFUSED" DELIMITED BY SIZE
008690                    INTO WS-D-RESULT
008700            ELSE
008710                MOVE WS-OPERATOR-ID        TO LK-AU-OPERATOR
008720                MOVE "CEXM1086"            TO LK-AU-PROGRAM
008730                MOVE "O"                   TO LK-AU-TRAN-TYPE
008740                MOVE SPACES                TO LK-AU-KEY-INFO
008750                MOVE WS-LS-STATION-ID(WS-LIST-SUB)
008760                                           TO LK-AU-KEY-INFO(1:3)
008770                CALL 'SPGM0908'            USING LK-AUTHCHK-PARMS
008780                IF  LK-AU-DENIED
008790                    MOVE "NO"              TO WS-SEND-FLAG
008800                    MOVE "OVERRIDE NOT AUTHORIZED - REFUSED"
008810                                           TO WS-D-RESULT
008820                END-IF
008830            END-IF.
008840       ******************************************************************
008850       * SEND ONE STATION: ITS STN RECORD, ONE OBS RECORD PER DAY, AND
008860       * ITS XMITLOG ENTRY.
008870       ******************************************************************
008880        22000-SEND-STATION-PARA.
008890            MOVE SPACES                    TO XS-STATION-REC.
008900            MOVE "STN"                     TO XS-REC-TYPE.
008910            MOVE WS-ST-STATION-ID(WS-CUR-STN) TO XS-STATION-ID.
008920            MOVE WS-ST-NAME(WS-CUR-STN)    TO XS-STATION-NAME.
008930            MOVE WS-ST-LOC(WS-CUR-STN)     TO XS-STATION-LOC.
008940            MOVE WS-ST-COMMISSIONED(WS-CUR-STN) TO XS-COMMISSIONED.
008950            MOVE WS-ST-TEMP-UNIT(WS-CUR-STN) TO XS-TEMP-UNIT.
008960            WRITE XS-STATION-REC.
008970            ADD 1                          TO WS-RECORD-TOTAL.
008980            MOVE 0                         TO WS-STN-OBS.
008990            MOVE 0                         TO WS-STN-MISSING.
009000            MOVE 0                         TO WS-STN-FLAGGED.
009010            MOVE WS-FROM-DATE              TO WS-STEP-DATE-N.
009020            IF  WS-ST-COMMISSIONED(WS-CUR-STN) IS NUMERIC
009030                AND WS-ST-COMMISSIONED(WS-CUR-STN) > WS-FROM-DATE
009040                MOVE WS-ST-COMMISSIONED(WS-CUR-STN) TO WS-STEP-DATE-N
009050            END-IF.
009060            PERFORM 23000-DAY-PARA
009070                UNTIL WS-STEP-DATE-N       > WS-TO-DATE.
009080            MOVE SPACES                    TO XL-LOG-REC.
009090            MOVE WS-ST-STATION-ID(WS-CUR-STN) TO XL-STATION-ID.
009100            MOVE WS-FROM-DATE              TO XL-FROM-DATE.
009110            MOVE WS-TO-DATE                TO XL-TO-DATE.
009120            MOVE WS-RUN-DATE               TO XL-SENT-DATE.
009130            MOVE WS-OPERATOR-ID            TO XL-OPERATOR.
009140            MOVE WS-OVERLAP-FLAG(1:1)      TO XL-OVERRIDE.
009150            MOVE WS-STN-OBS                TO XL-OBS-COUNT.
009160            MOVE WS-STN-MISSING            TO XL-MISSING-COUNT.
009170            WRITE XL-LOG-REC.
009180            ADD 1                          TO WS-SENT-COUNT.
009190            IF  WS-OVERLAP-FLAG            = "YES"
009200                MOVE "SENT ON OVERRIDE"    TO WS-D-RESULT
009210            ELSE
009220                MOVE "SENT"                TO WS-D-RESULT
009230            END-IF.
009240            MOVE WS-STN-OBS                TO WS-D-DAYS.
009250            MOVE WS-STN-MISSING            TO WS-D-MISSING.
009260            MOVE WS-STN-FLAGGED            TO WS-D-FLAGGED.
009270       ******************************************************************
009280       * ONE CALENDAR DAY OF THE STATION'S PERIOD.
009290       ******************************************************************
009300        23000-DAY-PARA.
009310            MOVE SPACES                    TO XD-OBS-REC.
009320            MOVE "OBS"                     TO XD-REC-TYPE.
009330            MOVE WS-ST-STATION-ID(WS-CUR-STN) TO XD-STATION-ID.
009340            MOVE WS-STEP-DATE-N            TO XD-OBS-DATE.
009350            MOVE SPACES                    TO XD-QUALITY-FLAG.
009360            MOVE SPACES                    TO XD-MISSING-CODE.
009370            IF  WS-GAP-COUNT               > 0
009380                SET GP-IDX                 TO 1
009390                SEARCH WS-GP-ENTRY
009400                    WHEN WS-GP-STATION-ID(GP-IDX) = XD-STATION-ID
009410                     AND WS-GP-DATE(GP-IDX)       = XD-OBS-DATE
009420                        IF  WS-GP-TYPE(GP-IDX)    = "M"
009430                            MOVE "M"       TO XD-MISSING-CODE
009440                        ELSE
009450                            MOVE "P"       TO XD-MISSING-CODE
009460                        END-IF
009470                END-SEARCH
009480            END-IF.
009490            IF  WS-FLG-COUNT               > 0
009500                SET FL-IDX                 TO 1
009510                SEARCH WS-FL-ENTRY
009520                    WHEN WS-FL-STATION-ID(FL-IDX) = XD-STATION-ID
009530                     AND WS-FL-DATE(FL-IDX)       = XD-OBS-DATE
009540                        MOVE WS-FL-FLAG(FL-IDX) TO XD-QUALITY-FLAG
009550                        ADD 1              TO WS-STN-FLAGGED
009560                        ADD 1              TO WS-FLAGGED-TOTAL
009570                END-SEARCH
009580            END-IF.
009590            IF  WS-OBS-COUNT               = 0
009600                PERFORM 23500-MISSING-DAY-PARA
009610            ELSE
009620                SET OB-IDX                 TO 1
009630                SEARCH WS-OB-ENTRY
009640                    AT END
009650                        PERFORM 23500-MISSING-DAY-PARA
009660                    WHEN WS-OB-STATION-ID(OB-IDX) = XD-STATION-ID
009670                     AND WS-OB-DATE(OB-IDX)       = XD-OBS-DATE
009680                        PERFORM 23100-READING-PARA
009690                            VARYING WS-SLOT-SUB FROM 1 BY 1
009700                            UNTIL WS-SLOT-SUB > 12
009710                        MOVE WS-OB-AVG(OB-IDX) TO XD-DAILY-AVG
009720                END-SEARCH
009730            END-IF.
009740            WRITE XD-OBS-REC.
009750            ADD 1                          TO WS-STN-OBS.
009760            ADD 1                          TO WS-OBS-TOTAL.
009770            ADD 1                          TO WS-RECORD-TOTAL.
009780            PERFORM 06000-NEXT-DAY-PARA.
009790       ******************************************************************
009800       * ONE READING; A ZERO SLOT IS A LOGGER MISS.
009810       ******************************************************************
009820        23100-READING-PARA.
009830            IF  WS-OB-READING(OB-IDX, WS-SLOT-SUB) = 0
009840                MOVE 999                   TO XD-READING(WS-SLOT-SUB)
009850            ELSE
009860                MOVE WS-OB-READING(OB-IDX, WS-SLOT-SUB)
009870                    TO XD-READING(WS-SLOT-SUB)
009880            END-IF.
009890       ******************************************************************
009900       * A DAY NOT ON TEMPFILE: EVERY VALUE MISSING. THE GAP AUDIT'S M
009910       * STANDS; A DAY IT NEVER SAW IS U.
009920       ******************************************************************
009930        23500-MISSING-DAY-PARA.
009940            PERFORM 23600-MISSING-SLOT-PARA
009950                VARYING WS-SLOT-SUB FROM 1 BY 1
009960                UNTIL WS-SLOT-SUB          > 12.
009970            MOVE 999                       TO XD-DAILY-AVG.
009980            IF  XD-MISSING-CODE            NOT = "M"
009990                MOVE "U"                   TO XD-MISSING-CODE
010000            END-IF.
010010            ADD 1                          TO WS-STN-MISSING.
010020            ADD 1                          TO WS-MISSING-TOTAL.
010030        23600-MISSING-SLOT-PARA.
010040            MOVE 999                       TO XD-READING(WS-SLOT-SUB).
010050       ******************************************************************
010060       * THE EXPORT TRAILER AND THE REPORT TOTALS.
010070       ******************************************************************
010080        28000-TRAILER-PARA.
010090            ADD 1                          TO WS-RECORD-TOTAL.
010100            MOVE SPACES                    TO XT-TRAILER-REC.
010110            MOVE "TRL"                     TO XT-REC-TYPE.
010120            MOVE WS-SENT-COUNT             TO XT-STATION-COUNT.
010130            MOVE WS-OBS-TOTAL              TO XT-OBS-COUNT.
010140            MOVE WS-MISSING-TOTAL          TO XT-MISSING-COUNT.
010150            MOVE WS-FLAGGED-TOTAL          TO XT-FLAGGED-COUNT.
010160            MOVE WS-RECORD-TOTAL           TO XT-RECORD-COUNT.
010170            WRITE XT-TRAILER-REC.
010180            MOVE WS-HEADER1                TO RS-REPORT-REC.
010190            WRITE RS-REPORT-REC.
010200            MOVE WS-SENT-COUNT             TO WS-T-SENT.
010210            MOVE WS-REFUSED-COUNT          TO WS-T-REFUSED.
010220            MOVE WS-UNKNOWN-COUNT          TO WS-T-UNKNOWN.
010230            MOVE WS-RECORD-TOTAL           TO WS-T-RECORDS.
010240            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
010250            WRITE RS-REPORT-REC.
010260       ******************************************************************
010270       * DISPLAY COUNTS AND CLOSE THE FILES.
010280       ******************************************************************
010290        30000-CLOSE-PARA.
010300            DISPLAY "STATIONS SENT      : " WS-SENT-COUNT.
010310            DISPLAY "STATIONS REFUSED   : " WS-REFUSED-COUNT.
010320            DISPLAY "STATIONS UNKNOWN   : " WS-UNKNOWN-COUNT.
010330            DISPLAY "DAYS SENT          : " WS-OBS-TOTAL.
010340            DISPLAY "DAYS MISSING       : " WS-MISSING-TOTAL.
010350            DISPLAY "DAYS FLAGGED       : " WS-FLAGGED-TOTAL.
010360            CLOSE LIST-FILE.
010370            CLOSE STN-FILE.
010380            CLOSE TEMP-FILE.
010390            IF  WS-FLAG-FS                 NOT = "35"
010400                CLOSE FLAG-FILE
010410            END-IF.
010420            IF  WS-GAP-FS                  NOT = "35"
010430                CLOSE GAP-FILE
010440            END-IF.
010450            CLOSE LOG-FILE.
010460            CLOSE EXPORT-FILE.
010470            CLOSE REPORT-FILE.
