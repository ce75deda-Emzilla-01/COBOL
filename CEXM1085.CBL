000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1085.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: FORECAST VERIFICATION. SCORES THE FORECAST
000060       *  HISTORY CEXM1084 KEEPS AGAINST WHAT THE STATIONS ACTUALLY
000070       *  RECORDED. EACH UNVERIFIED FCSTHIST FORECAST IS MATCHED TO THE
000080       *  TEMPFILE DAY FOR THE SAME STATION AND DATE; THE OBSERVED HIGH
000090       *  AND LOW (THE HIGHEST AND LOWEST OF THE TWELVE READINGS) AND
000100       *  AVERAGE ARE STAMPED ON THE FORECAST WITH TODAY'S DATE. A
000110       *  FORECAST WITH NO OBSERVED DAY YET STAYS PENDING FOR A LATER
000120       *  RUN. EVERY VERIFIED FORECAST IS THEN SCORED:
000130       *    - MEAN ABSOLUTE ERROR AND BIAS (FORECAST MINUS OBSERVED, SO
000140       *      A POSITIVE BIAS RUNS WARM) FOR THE HIGH, LOW AND AVERAGE,
000150       *      BY STATION, BY TARGET MONTH AND BY LEAD DAYS
000160       *    - AGAINST THE CEXM954 TEMPBAND WARNINGS, BY LEAD DAYS: DAYS
000170       *      THE FREEZE OR HEAT BAND WAS ACTUALLY REACHED, HOW MANY OF
000180       *      THOSE THE FORECAST MISSED, AND FALSE ALARMS WHERE THE
000190       *      FORECAST REACHED A BAND THE DAY DID NOT
000200       *  RETURN CODE 4 WHEN ANY REACHED BAND WAS MISSED.
000210       * FCSTHIST: JEBA02.EMY.COBOL.FCSTHIST (INDEXED ON STN+DATE+LEAD)
000220       * TEMPFILE: JEBA02.EMY.COBOL.TEMPFILE
000230       * TEMPBAND: JEBA02.EMY.COBOL.TEMPBAND
000240       * VERIFRPT: JEBA02.EMY.COBOL.VERIFRPT
000250       * ----------------------------------------------------------------
000260       * PRJ NO    NAME     DATE          MAINT DESC.
000270       * ----------------------------------------------------------------
000280       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000290       ******************************************************************
000300        ENVIRONMENT DIVISION.
000310        INPUT-OUTPUT SECTION.
000320        FILE-CONTROL.
000330            SELECT HIST-FILE
000340                ASSIGN TO FCSTHIST
000350                ORGANIZATION IS INDEXED
000360                ACCESS MODE IS SEQUENTIAL
000370                RECORD KEY IS FH-FCST-KEY
000380                FILE STATUS IS WS-HIST-FS.
000390            SELECT TEMP-FILE
000400                ASSIGN TO TEMPFILE
000410                ORGANIZATION IS SEQUENTIAL
000420                ACCESS MODE IS SEQUENTIAL
000430                FILE STATUS IS WS-TEMP-FS.
000440            SELECT BAND-FILE
000450                ASSIGN TO TEMPBAND
000460                ORGANIZATION IS SEQUENTIAL
000470                ACCESS MODE IS SEQUENTIAL
000480                FILE STATUS IS WS-BAND-FS.
000490            SELECT REPORT-FILE
000500                ASSIGN TO VERIFRPT
000510                ORGANIZATION IS SEQUENTIAL
000520                ACCESS MODE IS SEQUENTIAL
000530                FILE STATUS IS WS-REPORT-FS.
000540        DATA DIVISION.
000550        FILE SECTION.
000560        FD  HIST-FILE.
000570        01  FH-FCST-REC.
000580            05  FH-FCST-KEY.
000590                10  FH-STATION-ID         PIC X(03).
000600                10  FH-TARGET-DATE        PIC 9(08).
000610                10  FH-LEAD-DAYS          PIC 9(02).
000620            05  FH-FCST-HIGH              PIC 9(02).
000630            05  FH-FCST-LOW               PIC 9(02).
000640            05  FH-FCST-AVG               PIC 9(03).
000650            05  FH-LOAD-DATE              PIC 9(08).
000660            05  FH-VERIFIED               PIC X(01).
000670            05  FH-OBS-HIGH               PIC 9(02).
000680            05  FH-OBS-LOW                PIC 9(02).
000690            05  FH-OBS-AVG                PIC 9(03).
000700            05  FH-VERIFY-DATE            PIC 9(08).
000710            05  FILLER                    PIC X(36).
000720        FD  TEMP-FILE.
000730        01  FS-TEMP-REC.
000740            05  FS-TEMP-STATION           PIC X(03).
000750            05  FS-TEMP-DATE              PIC 9(06).
000760            05  FS-TEMP-READINGS.
000770                07  FS-TEMP-READING       PIC 9(02)  OCCURS 12 TIMES.
000780            05  FS-TEMP-AVG               PIC 9(03).
000790        FD  BAND-FILE.
000800        01  TB-BAND-REC.
000810            05  TB-EQUIP-LOW              PIC 9(02).
000820            05  TB-FREEZE-WARN            PIC 9(02).
000830            05  TB-HEAT-WARN              PIC 9(02).
000840            05  TB-EQUIP-HIGH             PIC 9(02).
000850            05  FILLER                    PIC X(72).
000860        FD  REPORT-FILE.
000870        01  RS-REPORT-REC                 PIC X(80).
000880        WORKING-STORAGE SECTION.
000890        01  WS-HIST-FS                    PIC X(02).
000900        01  WS-TEMP-FS                    PIC X(02).
000910        01  WS-BAND-FS                    PIC X(02).
000920        01  WS-REPORT-FS                  PIC X(02).
000930        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
000940        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
000950        01  WS-TEMP-EOF                   PIC X(03) VALUE "NO".
000960        01  WS-BANDS-LOADED               PIC X(03) VALUE "NO".
000970        01  WS-FREEZE-WARN                PIC 9(02) VALUE 0.
000980        01  WS-HEAT-WARN                  PIC 9(02) VALUE 0.
000990        01  WS-CURRENT-DATE-DATA          PIC X(21).
001000        01  WS-RUN-DATE                   PIC 9(08).
001010        01  WS-SLOT-SUB                   PIC 9(02).
001020        01  WS-DAY-HIGH                   PIC 9(02).
001030        01  WS-DAY-LOW                    PIC 9(02).
001040        01  WS-WORK-DATE.
001050            05  WS-WD-YYYY                PIC 9(04).
001060            05  WS-WD-MMDD                PIC 9(04).
001070        01  WS-READ-COUNT                 PIC 9(06) VALUE 0.
001080        01  WS-NEW-VERIFIED               PIC 9(06) VALUE 0.
001090        01  WS-SCORED-COUNT               PIC 9(06) VALUE 0.
001100        01  WS-PENDING-COUNT              PIC 9(06) VALUE 0.
001110        01  WS-MISSED-TOTAL               PIC 9(06) VALUE 0.
001120        01  WS-ACC-LOST                   PIC 9(06) VALUE 0.
001130       * OBSERVED DAYS FROM TEMPFILE, DATE EXPANDED TO YYYYMMDD.
001140        01  WS-OBS-COUNT                  PIC 9(04) VALUE 0.
001150        01  WS-OBS-TABLE.
001160            05  WS-OB-ENTRY               OCCURS 1 TO 5000 TIMES
001170                                      DEPENDING ON WS-OBS-COUNT
001180                                          INDEXED BY OB-IDX.
001190                10  WS-OB-STATION-ID      PIC X(03).
001200                10  WS-OB-DATE            PIC 9(08).
001210                10  WS-OB-HIGH            PIC 9(02).
001220                10  WS-OB-LOW             PIC 9(02).
001230                10  WS-OB-AVG             PIC 9(03).
001240       * FORECAST MINUS OBSERVED FOR THE FORECAST IN HAND.
001250        01  WS-ERR-HIGH                   PIC S9(03).
001260        01  WS-ERR-LOW                    PIC S9(03).
001270        01  WS-ERR-AVG                    PIC S9(03).
001280        01  WS-ABS-HIGH                   PIC 9(03).
001290        01  WS-ABS-LOW                    PIC 9(03).
001300        01  WS-ABS-AVG                    PIC 9(03).
001310       * SCORE ACCUMULATORS: GROUP 1 BY STATION, 2 BY TARGET MONTH
001320       * (YYYYMM), 3 BY LEAD DAYS, 4 ALL FORECASTS. EACH GROUP IS KEPT
001330       * IN KEY ORDER FOR PRINTING.
001340        01  WS-ACC-KEY                    PIC X(06).
001350        01  WS-GR-SUB                     PIC 9(01).
001360        01  WS-GE-SUB                     PIC 9(03).
001370        01  WS-GE-HIT                     PIC 9(03).
001380        01  WS-ACC-TABLE.
001390            05  WS-GR-ENTRY               OCCURS 4 TIMES.
001400                10  WS-GR-COUNT           PIC 9(03).
001410                10  WS-GE-ENTRY           OCCURS 200 TIMES.
001420                    15  WS-GE-KEY         PIC X(06).
001430                    15  WS-GE-FCSTS       PIC 9(06).
001440                    15  WS-GE-ABS-HIGH    PIC 9(07).
001450                    15  WS-GE-ABS-LOW     PIC 9(07).
001460                    15  WS-GE-ABS-AVG     PIC 9(07).
001470                    15  WS-GE-SUM-HIGH    PIC S9(07).
001480                    15  WS-GE-SUM-LOW     PIC S9(07).
001490                    15  WS-GE-SUM-AVG     PIC S9(07).
001500        01  WS-GR-TITLES.
001510            05 FILLER                     PIC X(20)
001520                                          VALUE "BY STATION".
001530            05 FILLER                     PIC X(20)
001540                                          VALUE "BY TARGET MONTH".
001550            05 FILLER                     PIC X(20)
001560                                          VALUE "BY LEAD DAYS".
001570            05 FILLER                     PIC X(20)
001580                                          VALUE "ALL FORECASTS".
001590        01  WS-GR-TITLE-TABLE REDEFINES WS-GR-TITLES.
001600            05  WS-GR-TITLE               PIC X(20) OCCURS 4 TIMES.
001610       * ALERT BAND TALLIES BY LEAD DAYS (SUBSCRIPT IS LEAD + 1).
001620        01  WS-LEAD-SUB                   PIC 9(02).
001630        01  WS-ALERT-TABLE.
001640            05  WS-AL-ENTRY               OCCURS 15 TIMES.
001650                10  WS-AL-FRZ-OCC         PIC 9(05).
001660                10  WS-AL-FRZ-MISS        PIC 9(05).
001670                10  WS-AL-FRZ-FALSE       PIC 9(05).
001680                10  WS-AL-HEAT-OCC        PIC 9(05).
001690                10  WS-AL-HEAT-MISS       PIC 9(05).
001700                10  WS-AL-HEAT-FALSE      PIC 9(05).
001710        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
001720        01  WS-HEADER2.
001730            05 FILLER                     PIC X(25) VALUE ALL "*".
001740            05 FILLER                     PIC X(30)
001750                     VALUE " FORECAST VERIFICATION        ".
001760            05 FILLER                     PIC X(25) VALUE ALL "*".
001770        01  WS-PARM-LINE.
001780            05 FILLER                     PIC X(10) VALUE "RUN DATE: ".
001790            05 WS-PL-RUN-DATE             PIC 9(08).
001800            05 FILLER                     PIC X(17)
001810                                          VALUE "  FREEZE BAND <= ".
001820            05 WS-PL-FREEZE               PIC Z9.
001830            05 FILLER                     PIC X(15)
001840                                          VALUE "  HEAT BAND >= ".
001850            05 WS-PL-HEAT                 PIC Z9.
001860            05 FILLER                     PIC X(26) VALUE SPACES.
001870        01  WS-SECTION-LINE.
001880            05 FILLER                     PIC X(13)
001890                                          VALUE "ERROR SCORES ".
001900            05 WS-SL-TITLE                PIC X(20).
001910            05 FILLER                     PIC X(47) VALUE SPACES.
001920        01  WS-COL-HEAD.
001930            05 FILLER                     PIC X(40)
001940                     VALUE "KEY        FCSTS  HI-MAE HI-BIAS  LO-MAE".
001950            05 FILLER                     PIC X(40)
001960                     VALUE " LO-BIAS AVG-MAE AV-BIAS                ".
001970        01  WS-DETAIL.
001980            05 WS-D-KEY                   PIC X(08).
001990            05 FILLER                     PIC X(01) VALUE SPACES.
002000            05 WS-D-FCSTS                 PIC ZZZ,ZZ9.
002010            05 FILLER                     PIC X(03) VALUE SPACES.
002020            05 WS-D-MAE-HIGH              PIC ZZ9.9.
002030            05 FILLER                     PIC X(02) VALUE SPACES.
002040            05 WS-D-BIAS-HIGH             PIC -ZZ9.9.
002050            05 FILLER                     PIC X(03) VALUE SPACES.
002060            05 WS-D-MAE-LOW               PIC ZZ9.9.
002070            05 FILLER                     PIC X(02) VALUE SPACES.
002080            05 WS-D-BIAS-LOW              PIC -ZZ9.9.
002090            05 FILLER                     PIC X(03) VALUE SPACES.
002100            05 WS-D-MAE-AVG               PIC ZZ9.9.
002110            05 FILLER                     PIC X(02) VALUE SPACES.
002120            05 WS-D-BIAS-AVG              PIC -ZZ9.9.
002130            05 FILLER                     PIC X(16) VALUE SPACES.
002140        01  WS-ALERT-TITLE.
002150            05 FILLER                     PIC X(40)
002160                     VALUE "ALERT BANDS BY LEAD DAYS                ".
002170            05 FILLER                     PIC X(40) VALUE SPACES.
002180        01  WS-ALERT-HEAD.
002190            05 FILLER                     PIC X(40)
002200                     VALUE "LEAD  FRZ-OCC FRZ-MISS FRZ-FALS HT-OCC  ".
002210            05 FILLER                     PIC X(40)
002220                     VALUE "HT-MISS HT-FALS                         ".
002230        01  WS-ALERT-LINE.
002240            05 WS-A-LEAD                  PIC Z9.
002250            05 FILLER                     PIC X(05) VALUE SPACES.
002260            05 WS-A-FRZ-OCC               PIC ZZ,ZZ9.
002270            05 FILLER                     PIC X(03) VALUE SPACES.
002280            05 WS-A-FRZ-MISS              PIC ZZ,ZZ9.
002290            05 FILLER                     PIC X(03) VALUE SPACES.
002300            05 WS-A-FRZ-FALSE             PIC ZZ,ZZ9.
002310            05 FILLER                     PIC X(01) VALUE SPACES.
002320            05 WS-A-HEAT-OCC              PIC ZZ,ZZ9.
002330            05 FILLER                     PIC X(03) VALUE SPACES.
002340            05 WS-A-HEAT-MISS             PIC ZZ,ZZ9.
002350            05 FILLER                     PIC X(02) VALUE SPACES.
002360            05 WS-A-HEAT-FALSE            PIC ZZ,ZZ9.
002370            05 FILLER                     PIC X(25) VALUE SPACES.
002380        01  WS-TOTAL-LINE.
002390            05 FILLER                     PIC X(10) VALUE "VERIFIED: ".
002400            05 WS-T-SCORED                PIC ZZZ,ZZ9.
002410            05 FILLER                     PIC X(10) VALUE " PENDING: ".
002420            05 WS-T-PENDING               PIC ZZZ,ZZ9.
002430            05 FILLER                     PIC X(25)
002440                     VALUE " REACHED BANDS MISSED:   ".
002450            05 WS-T-MISSED                PIC ZZZ,ZZ9.
002460            05 FILLER                     PIC X(14) VALUE SPACES.
002470        COPY SPGM0906L.
002480        COPY SPGMABNL.
002490        PROCEDURE DIVISION.
002500       ******************************************************************
002510       * MAIN PROGRAM FLOW.
002520       ******************************************************************
002530        00000-MAIN-PARA.
002540            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
002550            MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-RUN-DATE.
002560            INITIALIZE WS-ACC-TABLE.
002570            INITIALIZE WS-ALERT-TABLE.
002580            PERFORM 10000-INITIALIZE-PARA.
002590            IF  WS-ERROR-FLAG              NOT = "YES"
002600                PERFORM 12000-LOAD-OBS-PARA
002610                    UNTIL WS-TEMP-EOF      = "YES"
002620            END-IF.
002630            PERFORM 20000-PROCESS-PARA
002640              UNTIL WS-ERROR-FLAG = "YES"
002650              OR    WS-ENDOFFILE  = "YES".
002660            IF  WS-ERROR-FLAG              NOT = "YES"
002670                PERFORM 26000-REPORT-PARA
002680                IF  WS-MISSED-TOTAL        > 0
002690                    MOVE 4                 TO RETURN-CODE
002700                END-IF
002710            END-IF.
002720            PERFORM 30000-CLOSE-PARA.
002730            STOP RUN.
002740       ******************************************************************
002750       * LOAD THE TEMPBAND CARD AND OPEN THE HISTORY, THE OBSERVATIONS
002760       * AND THE REPORT. WITHOUT BANDS THE ALERT SCORING MEANS NOTHING,
002770       * SO THE RUN STOPS UP FRONT AS CEXM954 DOES.
002780       ******************************************************************
002790        10000-INITIALIZE-PARA.
002800            OPEN INPUT BAND-FILE.
002810            IF WS-BAND-FS                 IS = "00"
002820               READ BAND-FILE
002830                   AT END
002840                       CONTINUE
002850                   NOT AT END
002860                       MOVE TB-FREEZE-WARN TO WS-FREEZE-WARN
002870                       MOVE TB-HEAT-WARN   TO WS-HEAT-WARN
002880                       MOVE "YES"          TO WS-BANDS-LOADED
002890               END-READ
002900               CLOSE BAND-FILE
002910            END-IF.
002920            IF WS-BANDS-LOADED            NOT = "YES"
002930               DISPLAY "TEMPBAND CONTROL CARD MISSING - NO BANDS."
002940               MOVE "CEXM1085"            TO LK-PGM-ID
002950               MOVE "TEMPBAND"            TO LK-FILE-ID
002960               MOVE WS-BAND-FS            TO LK-FILE-STATUS
002970               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002980               MOVE 16                    TO RETURN-CODE
002990               MOVE "YES"                 TO WS-ERROR-FLAG
003000            END-IF.
003010            OPEN I-O HIST-FILE.
003020            IF WS-HIST-FS                 NOT = "00"
003030               DISPLAY "FCSTHIST ACCESS ERROR."
003040               MOVE "CEXM1085"            TO LK-PGM-ID
003050               MOVE "FCSTHIST"            TO LK-FILE-ID
003060               MOVE WS-HIST-FS            TO LK-FILE-STATUS
003070               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003080               IF  LK-ABEND-YES
003090                   MOVE 16                TO RETURN-CODE
003100                   MOVE "YES"             TO WS-ERROR-FLAG
003110               END-IF
003120            END-IF.
003130            OPEN INPUT TEMP-FILE.
003140            IF WS-TEMP-FS                 NOT = "00"
003150               DISPLAY "TEMPFILE ACCESS ERROR."
003160               MOVE "CEXM1085"            TO LK-PGM-ID
003170               MOVE "TEMPFILE"            TO LK-FILE-ID
003180               MOVE WS-TEMP-FS            TO LK-FILE-STATUS
003190               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003200               IF  LK-ABEND-YES
003210                   MOVE 16                TO RETURN-CODE
003220                   MOVE "YES"             TO WS-ERROR-FLAG
003230               END-IF
003240            END-IF.
003250            OPEN OUTPUT REPORT-FILE.
003260            IF WS-REPORT-FS               NOT = "00"
003270               DISPLAY "VERIFRPT ACCESS ERROR."
003280               MOVE "CEXM1085"            TO LK-PGM-ID
003290               MOVE "VERIFRPT"            TO LK-FILE-ID
003300               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
003310               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003320               IF  LK-ABEND-YES
003330                   MOVE 16                TO RETURN-CODE
003340                   MOVE "YES"             TO WS-ERROR-FLAG
003350               END-IF
003360            END-IF.
003370       ******************************************************************
003380       * TABLE ONE OBSERVED DAY: THE HIGH AND LOW OF ITS TWELVE
003390       * READINGS AND ITS AVERAGE, THE DATE WIDENED TO YYYYMMDD.
003400       ******************************************************************
003410        12000-LOAD-OBS-PARA.
003420            READ TEMP-FILE
003430            AT END
003440                MOVE "YES"                 TO WS-TEMP-EOF
003450            NOT AT END
003460                IF  WS-OBS-COUNT           = 5000
003470                    DISPLAY "OBSERVED DAY TABLE FULL AT 5000 - "
003480                        FS-TEMP-STATION " " FS-TEMP-DATE " SKIPPED."
003490                ELSE
003500                    MOVE FS-TEMP-READING(1) TO WS-DAY-HIGH
003510                    MOVE FS-TEMP-READING(1) TO WS-DAY-LOW
003520                    PERFORM 12100-HIGH-LOW-PARA
003530                        VARYING WS-SLOT-SUB FROM 2 BY 1
003540                        UNTIL WS-SLOT-SUB  > 12
003550                    ADD 1                  TO WS-OBS-COUNT
003560                    MOVE FS-TEMP-STATION
003570                        TO WS-OB-STATION-ID(WS-OBS-COUNT)
003580                    SET LK-DT-EXPAND       TO TRUE
003590                    MOVE FS-TEMP-DATE(1:2) TO LK-DT-YY
003600                    CALL 'SPGM0906'        USING LK-DATESVC-PARMS
003610                    MOVE LK-DT-YYYY        TO WS-WD-YYYY
003620                    MOVE FS-TEMP-DATE(3:4) TO WS-WD-MMDD
003630                    MOVE WS-WORK-DATE      TO WS-OB-DATE(WS-OBS-COUNT)
003640                    MOVE WS-DAY-HIGH       TO WS-OB-HIGH(WS-OBS-COUNT)
003650                    MOVE WS-DAY-LOW        TO WS-OB-LOW(WS-OBS-COUNT)
003660                    MOVE FS-TEMP-AVG       TO WS-OB-AVG(WS-OBS-COUNT)
003670                END-IF
003680            END-READ.
003690       ******************************************************************
003700       * ONE READING AGAINST THE DAY'S HIGH AND LOW SO FAR.
003710       ******************************************************************
003720        12100-HIGH-LOW-PARA.
003730            IF  FS-TEMP-READING(WS-SLOT-SUB) > WS-DAY-HIGH
003740                MOVE FS-TEMP-READING(WS-SLOT-SUB) TO WS-DAY-HIGH
003750            END-IF.
003760            IF  FS-TEMP-READING(WS-SLOT-SUB) < WS-DAY-LOW
003770                MOVE FS-TEMP-READING(WS-SLOT-SUB) TO WS-DAY-LOW
003780            END-IF.
003790       ******************************************************************
003800       * READ ONE FORECAST, VERIFY IT IF IT IS NOT ALREADY, AND SCORE
003810       * IT ONCE IT IS.
003820       ******************************************************************
003830        20000-PROCESS-PARA.
003840            READ HIST-FILE NEXT RECORD
003850            AT END
003860                MOVE "YES"                 TO WS-ENDOFFILE
003870            NOT AT END
003880                ADD 1                      TO WS-READ-COUNT
003890                IF  FH-VERIFIED            NOT = "Y"
003900                    PERFORM 21000-VERIFY-PARA
003910                END-IF
003920                IF  FH-VERIFIED            = "Y"
003930                    PERFORM 22000-SCORE-PARA
003940                END-IF
003950            END-READ.
003960       ******************************************************************
003970       * FIND THE OBSERVED DAY AND STAMP IT ON THE FORECAST.
003980       ******************************************************************
003990        21000-VERIFY-PARA.
004000            IF  WS-OBS-COUNT               = 0
004010                ADD 1                      TO WS-PENDING-COUNT
004020            ELSE
004030                SET OB-IDX                 TO 1
004040                SEARCH WS-OB-ENTRY
004050                    AT END
004060                        ADD 1              TO WS-PENDING-COUNT
004070                    WHEN WS-OB-STATION-ID(OB-IDX) = FH-STATION-ID
004080                     AND WS-OB-DATE(OB-IDX)       = FH-TARGET-DATE
004090                        PERFORM 21100-STAMP-PARA
004100                END-SEARCH
004110            END-IF.
004120       ******************************************************************
004130       * REWRITE THE FORECAST WITH WHAT WAS OBSERVED.
004140       ******************************************************************
004150        21100-STAMP-PARA.
004160            MOVE WS-OB-HIGH(OB-IDX)        TO FH-OBS-HIGH.
004170            MOVE WS-OB-LOW(OB-IDX)         TO FH-OBS-LOW.
004180            MOVE WS-OB-AVG(OB-IDX)         TO FH-OBS-AVG.
004190            MOVE WS-RUN-DATE               TO FH-VERIFY-DATE.
004200            MOVE "Y"                       TO FH-VERIFIED.
004210            REWRITE FH-FCST-REC.
004220            IF  WS-HIST-FS                 = "00"
004230                ADD 1                      TO WS-NEW-VERIFIED
004240            ELSE
004250                DISPLAY "FCSTHIST REWRITE ERROR - STATUS "
004260                    WS-HIST-FS " - KEY " FH-FCST-KEY
004270                MOVE "CEXM1085"            TO LK-PGM-ID
004280                MOVE "FCSTHIST"            TO LK-FILE-ID
004290                MOVE WS-HIST-FS            TO LK-FILE-STATUS
004300                CALL 'SPGMABND'            USING LK-ABEND-PARMS
004310                IF  LK-ABEND-YES
004320                    MOVE 16                TO RETURN-CODE
004330                    MOVE "YES"             TO WS-ERROR-FLAG
004340                END-IF
004350            END-IF.
004360       ******************************************************************
004370       * SCORE ONE VERIFIED FORECAST INTO EACH GROUP AND THE BANDS.
004380       ******************************************************************
004390        22000-SCORE-PARA.
004400            ADD 1                          TO WS-SCORED-COUNT.
004410            COMPUTE WS-ERR-HIGH = FH-FCST-HIGH - FH-OBS-HIGH.
004420            COMPUTE WS-ERR-LOW  = FH-FCST-LOW  - FH-OBS-LOW.
004430            COMPUTE WS-ERR-AVG  = FH-FCST-AVG  - FH-OBS-AVG.
004440       * THE UNSIGNED MOVES DROP THE SIGN FOR THE ABSOLUTE ERRORS.
004450            MOVE WS-ERR-HIGH               TO WS-ABS-HIGH.
004460            MOVE WS-ERR-LOW                TO WS-ABS-LOW.
004470            MOVE WS-ERR-AVG                TO WS-ABS-AVG.
004480            MOVE FH-STATION-ID             TO WS-ACC-KEY.
004490            MOVE 1                         TO WS-GR-SUB.
004500            PERFORM 23000-ACCUM-PARA.
004510            MOVE FH-TARGET-DATE(1:6)       TO WS-ACC-KEY.
004520            MOVE 2                         TO WS-GR-SUB.
004530            PERFORM 23000-ACCUM-PARA.
004540            MOVE FH-LEAD-DAYS              TO WS-ACC-KEY.
004550            MOVE 3                         TO WS-GR-SUB.
004560            PERFORM 23000-ACCUM-PARA.
004570            MOVE "ALL"                     TO WS-ACC-KEY.
004580            MOVE 4                         TO WS-GR-SUB.
004590            PERFORM 23000-ACCUM-PARA.
004600            PERFORM 24000-ALERT-PARA.
004610       ******************************************************************
004620       * FIND (OR INSERT IN KEY ORDER) THE ENTRY FOR WS-ACC-KEY IN
004630       * GROUP WS-GR-SUB AND ADD THE FORECAST'S ERRORS TO IT.
004640       ******************************************************************
004650        23000-ACCUM-PARA.
004660            MOVE 0                         TO WS-GE-HIT.
004670            PERFORM 23100-FIND-PARA
004680                VARYING WS-GE-SUB FROM 1 BY 1
004690                UNTIL WS-GE-SUB            > WS-GR-COUNT(WS-GR-SUB)
004700                OR    WS-GE-HIT            > 0.
004710            IF  WS-GE-HIT                  = 0
004720                PERFORM 23200-INSERT-PARA
004730            ELSE
004740                IF  WS-GE-KEY(WS-GR-SUB, WS-GE-HIT) NOT = WS-ACC-KEY
004750                    PERFORM 23200-INSERT-PARA
004760                END-IF
004770            END-IF.
004780            IF  WS-GE-HIT                  > 0
004790                ADD 1           TO WS-GE-FCSTS(WS-GR-SUB, WS-GE-HIT)
004800                ADD WS-ABS-HIGH TO WS-GE-ABS-HIGH(WS-GR-SUB, WS-GE-HIT)
004810                ADD WS-ABS-LOW  TO WS-GE-ABS-LOW(WS-GR-SUB, WS-GE-HIT)
004820                ADD WS-ABS-AVG  TO WS-GE-ABS-AVG(WS-GR-SUB, WS-GE-HIT)
004830                ADD WS-ERR-HIGH TO WS-GE-SUM-HIGH(WS-GR-SUB, WS-GE-HIT)
004840                ADD WS-ERR-LOW  TO WS-GE-SUM-LOW(WS-GR-SUB, WS-GE-HIT)
004850                ADD WS-ERR-AVG  TO WS-GE-SUM-AVG(WS-GR-SUB, WS-GE-HIT)
004860            END-IF.
004870       ******************************************************************
004880       * THE FIRST ENTRY NOT BELOW THE KEY IS WHERE IT IS OR GOES.
004890       ******************************************************************
004900        23100-FIND-PARA.
004910            IF  WS-GE-KEY(WS-GR-SUB, WS-GE-SUB) NOT < WS-ACC-KEY
004920                MOVE WS-GE-SUB             TO WS-GE-HIT
004930            END-IF.
004940       ******************************************************************
004950       * OPEN A NEW ENTRY AT WS-GE-HIT (OR AT THE END WHEN NOTHING IS
004960       * ABOVE THE KEY), SHIFTING THE HIGHER KEYS DOWN ONE.
004970       ******************************************************************
004980        23200-INSERT-PARA.
004990            IF  WS-GR-COUNT(WS-GR-SUB)     = 200
005000                ADD 1                      TO WS-ACC-LOST
005010                MOVE 0                     TO WS-GE-HIT
005020            ELSE
005030                IF  WS-GE-HIT              = 0
005040                    COMPUTE WS-GE-HIT = WS-GR-COUNT(WS-GR-SUB) + 1
005050                ELSE
005060                    PERFORM 23300-SHIFT-PARA
005070                        VARYING WS-GE-SUB FROM WS-GR-COUNT(WS-GR-SUB)
005080                        BY -1
005090                        UNTIL WS-GE-SUB    < WS-GE-HIT
005100                END-IF
005110                ADD 1                      TO WS-GR-COUNT(WS-GR-SUB)
005120                INITIALIZE WS-GE-ENTRY(WS-GR-SUB, WS-GE-HIT)
005130                MOVE WS-ACC-KEY TO WS-GE-KEY(WS-GR-SUB, WS-GE-HIT)
005140            END-IF.
005150       ******************************************************************
005160       * MOVE ONE ENTRY DOWN A SLOT.
005170       ******************************************************************
005180        23300-SHIFT-PARA.
005190            MOVE WS-GE-ENTRY(WS-GR-SUB, WS-GE-SUB)
005200                TO WS-GE-ENTRY(WS-GR-SUB, WS-GE-SUB + 1).
005210       ******************************************************************
005220       * THE FREEZE AND HEAT WARNING BANDS: REACHED, MISSED, OR FALSELY
005230       * FORECAST. THE OBSERVED LOW REACHING THE FREEZE BAND MEANS SOME
005240       * READING THAT DAY DID, WHICH IS WHAT CEXM954 ALERTS ON.
005250       ******************************************************************
005260        24000-ALERT-PARA.
005270            COMPUTE WS-LEAD-SUB = FH-LEAD-DAYS + 1.
005280            IF  FH-OBS-LOW                 <= WS-FREEZE-WARN
005290                ADD 1                  TO WS-AL-FRZ-OCC(WS-LEAD-SUB)
005300                IF  FH-FCST-LOW            > WS-FREEZE-WARN
005310                    ADD 1              TO WS-AL-FRZ-MISS(WS-LEAD-SUB)
005320                    ADD 1              TO WS-MISSED-TOTAL
005330                END-IF
005340            ELSE
005350                IF  FH-FCST-LOW            <= WS-FREEZE-WARN
005360                    ADD 1              TO WS-AL-FRZ-FALSE(WS-LEAD-SUB)
005370                END-IF
005380            END-IF.
005390            IF  FH-OBS-HIGH                >= WS-HEAT-WARN
005400                ADD 1                  TO WS-AL-HEAT-OCC(WS-LEAD-SUB)
005410                IF  FH-FCST-HIGH           < WS-HEAT-WARN
005420                    ADD 1              TO WS-AL-HEAT-MISS(WS-LEAD-SUB)
005430                    ADD 1              TO WS-MISSED-TOTAL
005440                END-IF
005450            ELSE
005460                IF  FH-FCST-HIGH           >= WS-HEAT-WARN
005470                    ADD 1              TO WS-AL-HEAT-FALSE(WS-LEAD-SUB)
005480                END-IF
005490            END-IF.
005500       ******************************************************************
005510       * PRINT THE ERROR SCORES GROUP BY GROUP, THEN THE BANDS.
005520       ******************************************************************
005530        26000-REPORT-PARA.
005540            MOVE WS-HEADER2                TO RS-REPORT-REC.
005550            WRITE RS-REPORT-REC.
005560            MOVE WS-RUN-DATE               TO WS-PL-RUN-DATE.
005570            MOVE WS-FREEZE-WARN            TO WS-PL-FREEZE.
005580            MOVE WS-HEAT-WARN              TO WS-PL-HEAT.
005590            MOVE WS-PARM-LINE              TO RS-REPORT-REC.
005600            WRITE RS-REPORT-REC.
005610            PERFORM 26100-GROUP-PARA
005620                VARYING WS-GR-SUB FROM 1 BY 1
005630                UNTIL WS-GR-SUB            > 4.
005640            MOVE WS-HEADER1                TO RS-REPORT-REC.
005650            WRITE RS-REPORT-REC.
005660            MOVE WS-ALERT-TITLE            TO RS-REPORT-REC.
005670            WRITE RS-REPORT-REC.
005680            MOVE WS-ALERT-HEAD             TO RS-REPORT-REC.
005690            WRITE RS-REPORT-REC.
005700            PERFORM 26300-ALERT-LINE-PARA
005710                VARYING WS-LEAD-SUB FROM 1 BY 1
005720                UNTIL WS-LEAD-SUB          > 15.
005730            MOVE WS-HEADER1                TO RS-REPORT-REC.
005740            WRITE RS-REPORT-REC.
005750            MOVE WS-SCORED-COUNT           TO WS-T-SCORED.
005760            MOVE WS-PENDING-COUNT          TO WS-T-PENDING.
005770            MOVE WS-MISSED-TOTAL           TO WS-T-MISSED.
005780            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
005790            WRITE RS-REPORT-REC.
005800       ******************************************************************
005810       * HEAD ONE GROUP AND PRINT ITS ENTRIES.
005820       ******************************************************************
005830        26100-GROUP-PARA.
005840            MOVE WS-HEADER1                TO RS-REPORT-REC.
005850            WRITE RS-REPORT-REC.
005860            MOVE WS-GR-TITLE(WS-GR-SUB)    TO WS-SL-TITLE.
005870            MOVE WS-SECTION-LINE           TO RS-REPORT-REC.
005880            WRITE RS-REPORT-REC.
005890            MOVE WS-COL-HEAD               TO RS-REPORT-REC.
005900            WRITE RS-REPORT-REC.
005910            PERFORM 26200-DETAIL-PARA
005920                VARYING WS-GE-SUB FROM 1 BY 1
005930                UNTIL WS-GE-SUB            > WS-GR-COUNT(WS-GR-SUB).
005940       ******************************************************************
005950       * ONE ENTRY: MEAN ABSOLUTE ERROR AND MEAN BIAS, TO A TENTH.
005960       ******************************************************************
005970        26200-DETAIL-PARA.
005980            MOVE WS-GE-KEY(WS-GR-SUB, WS-GE-SUB)   TO WS-D-KEY.
005990            MOVE WS-GE-FCSTS(WS-GR-SUB, WS-GE-SUB) TO WS-D-FCSTS.
006000            COMPUTE WS-D-MAE-HIGH ROUNDED =
006010                WS-GE-ABS-HIGH(WS-GR-SUB, WS-GE-SUB)
006020              / WS-GE-FCSTS(WS-GR-SUB, WS-GE-SUB).
006030            COMPUTE WS-D-BIAS-HIGH ROUNDED =
006040                WS-GE-SUM-HIGH(WS-GR-SUB, WS-GE-SUB)
006050              / WS-GE-FCSTS(WS-GR-SUB, WS-GE-SUB).
006060            COMPUTE WS-D-MAE-LOW ROUNDED =
006070                WS-GE-ABS-LOW(WS-GR-SUB, WS-GE-SUB)
006080              / WS-GE-FCSTS(WS-GR-SUB, WS-GE-SUB).
006090            COMPUTE WS-D-BIAS-LOW ROUNDED =
006100                WS-GE-SUM-LOW(WS-GR-SUB, WS-GE-SUB)
006110              / WS-GE-FCSTS(WS-GR-SUB, WS-GE-SUB).
006120            COMPUTE WS-D-MAE-AVG ROUNDED =
006130                WS-GE-ABS-AVG(WS-GR-SUB, WS-GE-SUB)
006140              / WS-GE-FCSTS(WS-GR-SUB, WS-GE-SUB).
006150            COMPUTE WS-D-BIAS-AVG ROUNDED =
006160                WS-GE-SUM-AVG(WS-GR-SUB, WS-GE-SUB)
006170              / WS-GE-FCSTS(WS-GR-SUB, WS-GE-SUB).
006180            MOVE WS-DETAIL                 TO RS-REPORT-REC.
006190            WRITE RS-REPORT-REC.
006200       ******************************************************************
006210       * ONE LEAD TIME'S BAND TALLIES, IF IT HAD ANY BAND ACTIVITY.
006220       ******************************************************************
006230        26300-ALERT-LINE-PARA.
006240            IF  WS-AL-FRZ-OCC(WS-LEAD-SUB)    > 0
006250                OR WS-AL-FRZ-FALSE(WS-LEAD-SUB)  > 0
006260                OR WS-AL-HEAT-OCC(WS-LEAD-SUB)   > 0
006270                OR WS-AL-HEAT-FALSE(WS-LEAD-SUB) > 0
006280                COMPUTE WS-A-LEAD = WS-LEAD-SUB - 1
006290                MOVE WS-AL-FRZ-OCC(WS-LEAD-SUB)    TO WS-A-FRZ-OCC
006300                MOVE WS-AL-FRZ-MISS(WS-LEAD-SUB)   TO WS-A-FRZ-MISS
006310                MOVE WS-AL-FRZ-FALSE(WS-LEAD-SUB)  TO WS-A-FRZ-FALSE
006320                MOVE WS-AL-HEAT-OCC(WS-LEAD-SUB)   TO WS-A-HEAT-OCC
006330                MOVE WS-AL-HEAT-MISS(WS-LEAD-SUB)  TO WS-A-HEAT-MISS
006340                MOVE WS-AL-HEAT-FALSE(WS-LEAD-SUB) TO WS-A-HEAT-FALSE
006350                MOVE WS-ALERT-LINE         TO RS-REPORT-REC
006360                WRITE RS-REPORT-REC
006370            END-IF.
006380       ******************************************************************
006390       * DISPLAY COUNTS AND CLOSE THE FILES.
006400       ******************************************************************
006410        30000-CLOSE-PARA.
006420            DISPLAY "FORECASTS READ     : " WS-READ-COUNT.
006430            DISPLAY "NEWLY VERIFIED     : " WS-NEW-VERIFIED.
006440            DISPLAY "SCORED             : " WS-SCORED-COUNT.
006450            DISPLAY "PENDING OBSERVATION: " WS-PENDING-COUNT.
006460            DISPLAY "REACHED BANDS MISSED: " WS-MISSED-TOTAL.
006470            IF  WS-ACC-LOST                > 0
006480                DISPLAY "SCORE TABLE FULL - ENTRIES NOT SCORED: "
006490                    WS-ACC-LOST
006500            END-IF.
006510            CLOSE HIST-FILE.
006520            CLOSE TEMP-FILE.
006530            CLOSE REPORT-FILE.
