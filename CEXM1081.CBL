000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1081.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: WEATHER CLOSURE PROPOSALS. WHEN EXTREME COLD
000060       *  CLOSED A CAMPUS THE DAY STILL COUNTED AS A SCHOOL DAY, SO
000070       *  EVERY STUDENT WAS MARKED ABSENT. THIS PROGRAM WALKS TEMPFILE
000080       *  AND PROPOSES A CLOSURE ON THE CLOSFILE CLOSURE CALENDAR (KEYED
000090       *  ON CAMPUS PLUS DATE) FOR EVERY WEEKDAY ON WHICH A STATION'S
000100       *  READING CROSSES THE CLOSURE BAND:
000110       *    - ANY READING AT OR BELOW COLD= PROPOSES REASON WC (COLD)
000120       *    - ANY READING AT OR ABOVE HEAT= PROPOSES REASON WH (HEAT);
000130       *      HEAT=0 LEAVES HEAT CLOSURES OFF
000140       *    - THE STATION'S CAMPUS COMES FROM THE STNFILE STATION
000150       *      MASTER (SN-CAMPUS-CODE; BLANK IS CAMPUS 01, AS CEXM901
000160       *      DEFINED IT). A STATION NOT ON STNFILE IS REPORTED
000170       *    - TEMPFILE'S YYMMDD DATE IS WIDENED THROUGH SPGM0906
000180       *    - A CAMPUS AND DAY ALREADY ON CLOSFILE IN ANY STATUS IS LEFT
000190       *      ALONE, SO A REJECTED PROPOSAL IS NOT RAISED AGAIN AND A
000200       *      RERUN ADDS NOTHING TWICE
000210       *  A PROPOSAL (STATUS P) DOES NOT TAKE EFFECT UNTIL AN OPERATOR
000220       *  CONFIRMS IT THROUGH CEXM1082. CLOSRPT LISTS EVERY PROPOSAL;
000230       *  ANY NEW PROPOSAL LEAVES RETURN CODE 4 SO THE CONFIRMATION IS
000240       *  NOT FORGOTTEN.
000250       *  SYSIN: COLD= (0-99, DEFAULT 5), HEAT= (0-99, DEFAULT 0), THEN
000260       *  FROM= (YYYYMMDD - EARLIER DAYS ARE SKIPPED, DEFAULT ALL).
000270       * STNFILE : JEBA02.EMY.COBOL.STNFILE
000280       * TEMPFILE: JEBA02.EMY.COBOL.TEMPFILE
000290       * CLOSFILE: JEBA02.EMY.COBOL.CLOSFILE (INDEXED ON CAMPUS+DATE)
000300       * CLOSRPT : JEBA02.EMY.COBOL.CLOSRPT
000310       * ----------------------------------------------------------------
000320       * PRJ NO    NAME     DATE          MAINT DESC.
000330       * ----------------------------------------------------------------
000340       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000350       ******************************************************************
000360        ENVIRONMENT DIVISION.
000370        INPUT-OUTPUT SECTION.
000380        FILE-CONTROL.
000390            SELECT STN-FILE
000400                ASSIGN TO STNFILE
000410                ORGANIZATION IS SEQUENTIAL
000420                ACCESS MODE IS SEQUENTIAL
000430                FILE STATUS IS WS-STN-FS.
000440            SELECT TEMP-FILE
000450                ASSIGN TO TEMPFILE
000460                ORGANIZATION IS SEQUENTIAL
000470                ACCESS MODE IS SEQUENTIAL
000480                FILE STATUS IS WS-TEMP-FS.
000490            SELECT CLOS-FILE
000500                ASSIGN TO CLOSFILE
000510                ORGANIZATION IS INDEXED
000520                ACCESS MODE IS RANDOM
000530                RECORD KEY IS CL-CLOS-KEY
000540                FILE STATUS IS WS-CLOS-FS.
000550            SELECT REPORT-FILE
000560                ASSIGN TO CLOSRPT
000570                ORGANIZATION IS SEQUENTIAL
000580                ACCESS MODE IS SEQUENTIAL
000590                FILE STATUS IS WS-REPORT-FS.
000600        DATA DIVISION.
000610        FILE SECTION.
000620        FD  STN-FILE.
000630        01  SN-STN-REC.
000640            05  SN-STATION-ID             PIC X(03).
000650            05  SN-STATION-NAME           PIC X(20).
000660            05  SN-STATION-LOC            PIC X(20).
000670            05  SN-COMMISSIONED           PIC 9(08).
000680            05  SN-TEMP-UNIT              PIC X(01).
000690            05  SN-CAMPUS-CODE            PIC X(02).
000700            05  FILLER                    PIC X(26).
000710        FD  TEMP-FILE.
000720        01  FS-TEMP-REC.
000730            05  FS-TEMP-STATION           PIC X(03).
000740            05  FS-TEMP-DATE              PIC 9(06).
000750            05  FS-TEMP-DATE-R REDEFINES FS-TEMP-DATE.
000760                10  FS-TEMP-YY            PIC 9(02).
000770                10  FS-TEMP-MMDD          PIC 9(04).
000780            05  FS-TEMP-READINGS.
000790                07  FS-TEMP-READING       PIC 9(02)  OCCURS 12 TIMES.
000800            05  FS-TEMP-AVG               PIC 9(03).
000810        FD  CLOS-FILE.
000820        01  CL-CLOS-REC.
000830            05  CL-CLOS-KEY.
000840                10  CL-CAMPUS-CODE        PIC X(02).
000850                10  CL-CLOSE-DATE         PIC 9(08).
000860            05  CL-REASON-CODE            PIC X(02).
000870            05  CL-STATUS                 PIC X(01).
000880            05  CL-SOURCE                 PIC X(01).
000890            05  CL-STATION-ID             PIC X(03).
000900            05  CL-READING                PIC 9(02).
000910            05  CL-PROPOSED-DATE          PIC 9(08).
000920            05  CL-CONFIRM-OPER           PIC X(08).
000930            05  CL-CONFIRM-DATE           PIC 9(08).
000940            05  FILLER                    PIC X(37).
000950        FD  REPORT-FILE.
000960        01  RS-REPORT-REC                 PIC X(80).
000970        WORKING-STORAGE SECTION.
000980        01  WS-STN-FS                     PIC X(02).
000990        01  WS-TEMP-FS                    PIC X(02).
001000        01  WS-CLOS-FS                    PIC X(02).
001010        01  WS-REPORT-FS                  PIC X(02).
001020        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001030        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
001040        01  WS-STN-EOF                    PIC X(03) VALUE "NO".
001050        01  WS-PARM-CARD                  PIC X(80).
001060        01  WS-CURRENT-DATE-DATA          PIC X(21).
001070        01  WS-RUN-DATE                   PIC 9(08).
001080        01  WS-COLD-BAND                  PIC 9(02).
001090        01  WS-HEAT-BAND                  PIC 9(02).
001100        01  WS-FROM-DATE                  PIC 9(08).
001110        01  WS-TEMP-DATE                  PIC 9(08).
001120        01  WS-TEMP-DATE-R REDEFINES WS-TEMP-DATE.
001130            05  WS-TD-YYYY                PIC 9(04).
001140            05  WS-TD-MMDD                PIC 9(04).
001150        01  WS-SLOT-SUB                   PIC 9(02).
001160        01  WS-LOW-READING                PIC 9(02).
001170        01  WS-HIGH-READING               PIC 9(02).
001180        01  WS-BAND-READING               PIC 9(02).
001190        01  WS-CAMPUS-CODE                PIC X(02).
001200        01  WS-DAY-COUNT                  PIC 9(06) VALUE 0.
001210        01  WS-PROPOSE-COUNT              PIC 9(06) VALUE 0.
001220        01  WS-ON-FILE-COUNT              PIC 9(06) VALUE 0.
001230        01  WS-WEEKEND-COUNT              PIC 9(06) VALUE 0.
001240        01  WS-UNKNOWN-COUNT              PIC 9(06) VALUE 0.
001250        01  WS-BAD-DATE-COUNT             PIC 9(06) VALUE 0.
001260       * STATION-TO-CAMPUS TABLE FROM THE STNFILE MASTER.
001270        01  WS-STN-COUNT                  PIC 9(03) VALUE 0.
001280        01  WS-STN-TABLE.
001290            05  WS-ST-ENTRY               OCCURS 1 TO 200 TIMES
001300                                      DEPENDING ON WS-STN-COUNT
001310                                          INDEXED BY STN-IDX.
001320                10  WS-ST-STATION-ID      PIC X(03).
001330                10  WS-ST-CAMPUS-CODE     PIC X(02).
001340        01  WS-HEADER1                    PIC X(70) VALUE ALL "-".
001350        01  WS-HEADER2.
001360            05 FILLER                     PIC X(20) VALUE ALL "*".
001370            05 FILLER                     PIC X(30)
001380                     VALUE " WEATHER CLOSURE PROPOSALS    ".
001390            05 FILLER                     PIC X(20) VALUE ALL "*".
001400        01  WS-PARM-LINE.
001410            05 FILLER                     PIC X(06) VALUE "COLD: ".
001420            05 WS-PL-COLD                 PIC Z9.
001430            05 FILLER                     PIC X(08) VALUE "  HEAT: ".
001440            05 WS-PL-HEAT                 PIC Z9.
001450            05 FILLER                     PIC X(08) VALUE "  FROM: ".
001460            05 WS-PL-FROM                 PIC 9(08).
001470            05 FILLER                     PIC X(46) VALUE SPACES.
001480        01  WS-DETAIL.
001490            05 FILLER                     PIC X(07) VALUE "CAMPUS ".
001500            05 WS-D-CAMPUS                PIC X(02).
001510            05 FILLER                     PIC X(06) VALUE " DATE ".
001520            05 WS-D-DATE                  PIC 9(08).
001530            05 FILLER                     PIC X(09) VALUE " STATION ".
001540            05 WS-D-STATION               PIC X(03).
001550            05 FILLER                     PIC X(09) VALUE " READING ".
001560            05 WS-D-READING               PIC Z9.
001570            05 FILLER                     PIC X(08) VALUE " REASON ".
001580            05 WS-D-REASON                PIC X(02).
001590            05 FILLER                     PIC X(03) VALUE " - ".
001600            05 WS-D-VERDICT               PIC X(21).
001610        01  WS-TOTAL-LINE.
001620            05 WS-TL-LABEL                PIC X(30).
001630            05 WS-TL-COUNT                PIC ZZZ,ZZ9.
001640            05 FILLER                     PIC X(43) VALUE SPACES.
001650        COPY SPGM0905L.
001660        COPY SPGM0906L.
001670        COPY SPGMABNL.
001680        PROCEDURE DIVISION.
001690       ******************************************************************
001700       * MAIN PROGRAM FLOW.
001710       ******************************************************************
001720        00000-MAIN-PARA.
001730            PERFORM 05000-ACCEPT-PARA.
001740            IF  WS-ERROR-FLAG              NOT = "YES"
001750                PERFORM 10000-INITIALIZE-PARA
001760            END-IF.
001770            IF  WS-ERROR-FLAG              NOT = "YES"
001780                PERFORM 12000-LOAD-STN-PARA
001790                    UNTIL WS-STN-EOF       = "YES"
001800            END-IF.
001810            PERFORM 20000-PROCESS-PARA
001820              UNTIL WS-ERROR-FLAG = "YES"
001830              OR    WS-ENDOFFILE  = "YES".
001840            IF  WS-ERROR-FLAG              NOT = "YES"
001850                PERFORM 28000-TOTALS-PARA
001860            END-IF.
001870            PERFORM 30000-CLOSE-PARA.
001880            STOP RUN.
001890       ******************************************************************
001900       * ACCEPT THE COLD=, HEAT= AND FROM= CARDS.
001910       ******************************************************************
001920        05000-ACCEPT-PARA.
001930            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
001940            MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-RUN-DATE.
001950            MOVE SPACES                    TO WS-PARM-CARD.
001960            ACCEPT WS-PARM-CARD.
001970            MOVE WS-PARM-CARD              TO LK-PA-CARD.
001980            MOVE "COLD"                    TO LK-PA-KEYWORD.
001990            SET LK-PA-NUMERIC              TO TRUE.
002000            MOVE 0                         TO LK-PA-MIN-VALUE.
002010            MOVE 99                        TO LK-PA-MAX-VALUE.
002020            MOVE "5"                       TO LK-PA-DEFAULT.
002030            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
002040            IF  LK-PA-BAD
002050                DISPLAY "BAD COLD= CARD - RUN REFUSED."
002060                MOVE 16                    TO RETURN-CODE
002070                MOVE "YES"                 TO WS-ERROR-FLAG
002080            ELSE
002090                MOVE LK-PA-NUM-VALUE       TO WS-COLD-BAND
002100            END-IF.
002110            MOVE SPACES                    TO WS-PARM-CARD.
002120            ACCEPT WS-PARM-CARD.
002130            MOVE WS-PARM-CARD              TO LK-PA-CARD.
002140            MOVE "HEAT"                    TO LK-PA-KEYWORD.
002150            SET LK-PA-NUMERIC              TO TRUE.
002160            MOVE 0                         TO LK-PA-MIN-VALUE.
002170            MOVE 99                        TO LK-PA-MAX-VALUE.
002180            MOVE "0"                       TO LK-PA-DEFAULT.
002190            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
002200            IF  LK-PA-BAD
002210                DISPLAY "BAD HEAT= CARD - RUN REFUSED."
002220                MOVE 16                    TO RETURN-CODE
002230                MOVE "YES"                 TO WS-ERROR-FLAG
002240            ELSE
002250                MOVE LK-PA-NUM-VALUE       TO WS-HEAT-BAND
002260            END-IF.
002270            MOVE SPACES                    TO WS-PARM-CARD.
002280            ACCEPT WS-PARM-CARD.
002290            MOVE WS-PARM-CARD              TO LK-PA-CARD.
002300            MOVE "FROM"                    TO LK-PA-KEYWORD.
002310            SET LK-PA-NUMERIC              TO TRUE.
002320            MOVE 19000101                  TO LK-PA-MIN-VALUE.
002330            MOVE 20991231                  TO LK-PA-MAX-VALUE.
002340            MOVE "19000101"                TO LK-PA-DEFAULT.
002350            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
002360            IF  LK-PA-BAD
002370                DISPLAY "BAD FROM= CARD - RUN REFUSED."
002380                MOVE 16                    TO RETURN-CODE
002390                MOVE "YES"                 TO WS-ERROR-FLAG
002400            ELSE
002410                MOVE LK-PA-NUM-VALUE       TO WS-FROM-DATE
002420            END-IF.
002430            IF  WS-ERROR-FLAG              NOT = "YES"
002440                AND WS-HEAT-BAND           NOT = 0
002450                AND WS-HEAT-BAND           NOT > WS-COLD-BAND
002460                DISPLAY "HEAT= MUST BE ABOVE COLD= - RUN REFUSED."
002470                MOVE 16                    TO RETURN-CODE
002480                MOVE "YES"                 TO WS-ERROR-FLAG
002490            END-IF.
002500       ******************************************************************
002510       * OPEN ALL FILES AND HEAD THE REPORT. CLOSFILE IS CREATED ON
002520       * FIRST USE.
002530       ******************************************************************
002540        10000-INITIALIZE-PARA.
002550            OPEN INPUT STN-FILE.
002560            IF WS-STN-FS                  NOT = "00"
002570               DISPLAY "STNFILE ACCESS ERROR."
002580               MOVE "CEXM1081"            TO LK-PGM-ID
002590               MOVE "STNFILE"             TO LK-FILE-ID
002600               MOVE WS-STN-FS             TO LK-FILE-STATUS
002610               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002620               IF  LK-ABEND-YES
002630                   MOVE 16                TO RETURN-CODE
002640                   MOVE "YES"             TO WS-ERROR-FLAG
002650               END-IF
002660            END-IF.
002670            OPEN INPUT TEMP-FILE.
002680            IF WS-TEMP-FS                 NOT = "00"
002690               DISPLAY "TEMPFILE ACCESS ERROR."
002700               MOVE "CEXM1081"            TO LK-PGM-ID
002710               MOVE "TEMPFILE"            TO LK-FILE-ID
002720               MOVE WS-TEMP-FS            TO LK-FILE-STATUS
002730               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002740               IF  LK-ABEND-YES
002750                   MOVE 16                TO RETURN-CODE
002760                   MOVE "YES"             TO WS-ERROR-FLAG
002770               END-IF
002780            END-IF.
002790            OPEN I-O CLOS-FILE.
002800            IF WS-CLOS-FS                 = "35"
002810               OPEN OUTPUT CLOS-FILE
002820               CLOSE CLOS-FILE
002830               OPEN I-O CLOS-FILE
002840            END-IF.
002850            IF WS-CLOS-FS                 NOT = "00"
002860               DISPLAY "CLOSFILE ACCESS ERROR."
002870               MOVE "CEXM1081"            TO LK-PGM-ID
002880               MOVE "CLOSFILE"            TO LK-FILE-ID
002890               MOVE WS-CLOS-FS            TO LK-FILE-STATUS
002900               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002910               IF  LK-ABEND-YES
002920                   MOVE 16                TO RETURN-CODE
002930                   MOVE "YES"             TO WS-ERROR-FLAG
002940               END-IF
002950            END-IF.
002960            OPEN OUTPUT REPORT-FILE.
002970            IF WS-REPORT-FS               NOT = "00"
002980               DISPLAY "CLOSRPT ACCESS ERROR."
002990               MOVE "CEXM1081"            TO LK-PGM-ID
003000               MOVE "CLOSRPT"             TO LK-FILE-ID
003010               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
003020               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003030               IF  LK-ABEND-YES
003040                   MOVE 16                TO RETURN-CODE
003050                   MOVE "YES"             TO WS-ERROR-FLAG
003060               END-IF
003070            ELSE
003080               MOVE WS-HEADER2            TO RS-REPORT-REC
003090               WRITE RS-REPORT-REC
003100               MOVE WS-COLD-BAND          TO WS-PL-COLD
003110               MOVE WS-HEAT-BAND          TO WS-PL-HEAT
003120               MOVE WS-FROM-DATE          TO WS-PL-FROM
003130               MOVE WS-PARM-LINE          TO RS-REPORT-REC
003140               WRITE RS-REPORT-REC
003150               MOVE WS-HEADER1            TO RS-REPORT-REC
003160               WRITE RS-REPORT-REC
003170            END-IF.
003180       ******************************************************************
003190       * TABLE EACH STATION AND THE CAMPUS IT SERVES.
003200       ******************************************************************
003210        12000-LOAD-STN-PARA.
003220            READ STN-FILE
003230            AT END
003240                MOVE "YES"                 TO WS-STN-EOF
003250            NOT AT END
003260                IF  WS-STN-COUNT           = 200
003270                    DISPLAY "STATION TABLE FULL AT 200 ENTRIES."
003280                ELSE
003290                    ADD 1                  TO WS-STN-COUNT
003300                    MOVE SN-STATION-ID
003310                        TO WS-ST-STATION-ID(WS-STN-COUNT)
003320                    IF  SN-CAMPUS-CODE     = SPACES
003330                        MOVE "01"
003340                            TO WS-ST-CAMPUS-CODE(WS-STN-COUNT)
003350                    ELSE
003360                        MOVE SN-CAMPUS-CODE
003370                            TO WS-ST-CAMPUS-CODE(WS-STN-COUNT)
003380                    END-IF
003390                END-IF
003400            END-READ.
003410       ******************************************************************
003420       * READ ONE STATION DAY. A WEEKDAY ON OR AFTER FROM= WHOSE
003430       * READINGS CROSS THE BAND IS PROPOSED FOR ITS STATION'S CAMPUS.
003440       ******************************************************************
003450        20000-PROCESS-PARA.
003460            READ TEMP-FILE
003470            AT END
003480                MOVE "YES"                 TO WS-ENDOFFILE
003490            NOT AT END
003500                ADD 1                      TO WS-DAY-COUNT
003510                PERFORM 21000-WIDEN-DATE-PARA
003520                IF  WS-TEMP-DATE           NOT < WS-FROM-DATE
003530                    PERFORM 22000-CHECK-BAND-PARA
003540                END-IF
003550            END-READ.
003560       ******************************************************************
003570       * WIDEN THE YYMMDD READING DATE TO YYYYMMDD.
003580       ******************************************************************
003590        21000-WIDEN-DATE-PARA.
003600            SET LK-DT-EXPAND               TO TRUE.
003610            MOVE FS-TEMP-YY                TO LK-DT-YY.
003620            CALL 'SPGM0906'                USING LK-DATESVC-PARMS.
003630            MOVE LK-DT-YYYY                TO WS-TD-YYYY.
003640            MOVE FS-TEMP-MMDD              TO WS-TD-MMDD.
003650       ******************************************************************
003660       * FIND THE DAY'S LOWEST AND HIGHEST READINGS AND TEST THEM
003670       * AGAINST THE BAND. COLD IS TESTED FIRST.
003680       ******************************************************************
003690        22000-CHECK-BAND-PARA.
003700            MOVE 99                        TO WS-LOW-READING.
003710            MOVE 0                         TO WS-HIGH-READING.
003720            PERFORM 22100-SCAN-SLOT-PARA
003730                VARYING WS-SLOT-SUB FROM 1 BY 1
003740                UNTIL WS-SLOT-SUB          > 12.
003750            MOVE SPACES                    TO WS-D-REASON.
003760            EVALUATE TRUE
003770                WHEN WS-LOW-READING        NOT > WS-COLD-BAND
003780                    MOVE "WC"              TO WS-D-REASON
003790                    MOVE WS-LOW-READING    TO WS-BAND-READING
003800                WHEN WS-HEAT-BAND          NOT = 0
003810                    AND WS-HIGH-READING    NOT < WS-HEAT-BAND
003820                    MOVE "WH"              TO WS-D-REASON
003830                    MOVE WS-HIGH-READING   TO WS-BAND-READING
003840                WHEN OTHER
003850                    CONTINUE
003860            END-EVALUATE.
003870            IF  WS-D-REASON                NOT = SPACES
003880                PERFORM 23000-PROPOSE-PARA
003890            END-IF.
003900       ******************************************************************
003910       * TRACK THE LOW AND HIGH OF ONE READING SLOT.
003920       ******************************************************************
003930        22100-SCAN-SLOT-PARA.
003940            IF  FS-TEMP-READING(WS-SLOT-SUB) < WS-LOW-READING
003950                MOVE FS-TEMP-READING(WS-SLOT-SUB) TO WS-LOW-READING
003960            END-IF.
003970            IF  FS-TEMP-READING(WS-SLOT-SUB) > WS-HIGH-READING
003980                MOVE FS-TEMP-READING(WS-SLOT-SUB) TO WS-HIGH-READING
003990            END-IF.
004000       ******************************************************************
004010       * THE DAY MUST BE A REAL WEEKDAY AND THE STATION KNOWN. THE
004020       * PROPOSAL IS WRITTEN UNLESS THE CAMPUS AND DAY ARE ALREADY ON
004030       * THE CALENDAR.
004040       ******************************************************************
004050        23000-PROPOSE-PARA.
004060            MOVE FS-TEMP-STATION           TO WS-D-STATION.
004070            MOVE WS-TEMP-DATE              TO WS-D-DATE.
004080            MOVE WS-BAND-READING           TO WS-D-READING.
004090            MOVE SPACES                    TO WS-D-CAMPUS.
004100            SET LK-DT-DAY-OF-WEEK          TO TRUE.
004110            MOVE WS-TEMP-DATE              TO LK-DT-DATE-1.
004120            CALL 'SPGM0906'                USING LK-DATESVC-PARMS.
004130            SET STN-IDX                    TO 1.
004140            SEARCH WS-ST-ENTRY
004150                AT END
004160                    MOVE SPACES            TO WS-CAMPUS-CODE
004170                WHEN WS-ST-STATION-ID(STN-IDX) = FS-TEMP-STATION
004180                    MOVE WS-ST-CAMPUS-CODE(STN-IDX) TO WS-CAMPUS-CODE
004190            END-SEARCH.
004200            EVALUATE TRUE
004210                WHEN LK-DT-BAD
004220                    MOVE "DATE NOT A REAL DATE"  TO WS-D-VERDICT
004230                    ADD 1                  TO WS-BAD-DATE-COUNT
004240                    PERFORM 27000-PRINT-PARA
004250                WHEN LK-DT-DOW             > 5
004260                    ADD 1                  TO WS-WEEKEND-COUNT
004270                WHEN WS-CAMPUS-CODE        = SPACES
004280                    MOVE "UNKNOWN STATION"  TO WS-D-VERDICT
004290                    ADD 1                  TO WS-UNKNOWN-COUNT
004300                    PERFORM 27000-PRINT-PARA
004310                WHEN OTHER
004320                    MOVE WS-CAMPUS-CODE    TO WS-D-CAMPUS
004330                    PERFORM 24000-WRITE-CLOS-PARA
004340            END-EVALUATE.
004350       ******************************************************************
004360       * ADD THE PROPOSAL. A DUPLICATE KEY MEANS THE CAMPUS AND DAY ARE
004370       * ALREADY ON THE CALENDAR (ANOTHER STATION, AN EARLIER RUN, OR
004380       * AN OPERATOR'S OWN ENTRY) AND IS SIMPLY COUNTED.
004390       ******************************************************************
004400        24000-WRITE-CLOS-PARA.
004410            MOVE SPACES                    TO CL-CLOS-REC.
004420            MOVE WS-CAMPUS-CODE            TO CL-CAMPUS-CODE.
004430            MOVE WS-TEMP-DATE              TO CL-CLOSE-DATE.
004440            MOVE WS-D-REASON               TO CL-REASON-CODE.
004450            MOVE "P"                       TO CL-STATUS.
004460            MOVE "A"                       TO CL-SOURCE.
004470            MOVE FS-TEMP-STATION           TO CL-STATION-ID.
004480            MOVE WS-BAND-READING           TO CL-READING.
004490            MOVE WS-RUN-DATE               TO CL-PROPOSED-DATE.
004500            MOVE 0                         TO CL-CONFIRM-DATE.
004510            WRITE CL-CLOS-REC
004520                INVALID KEY
004530                    IF  WS-CLOS-FS         = "22"
004540                        ADD 1              TO WS-ON-FILE-COUNT
004550                    ELSE
004560                        DISPLAY "CLOSFILE WRITE ERROR - STATUS "
004570                            WS-CLOS-FS " - KEY " CL-CLOS-KEY
004580                        MOVE "CEXM1081"    TO LK-PGM-ID
004590                        MOVE "CLOSFILE"    TO LK-FILE-ID
004600                        MOVE WS-CLOS-FS    TO LK-FILE-STATUS
004610                        CALL 'SPGMABND'    USING LK-ABEND-PARMS
004620                        IF  LK-ABEND-YES
004630                            MOVE 16        TO RETURN-CODE
004640                            MOVE "YES"     TO WS-ERROR-FLAG
004650                        END-IF
004660                    END-IF
004670                NOT INVALID KEY
004680                    MOVE "PROPOSED"        TO WS-D-VERDICT
004690                    ADD 1                  TO WS-PROPOSE-COUNT
004700                    PERFORM 27000-PRINT-PARA
004710            END-WRITE.
004720       ******************************************************************
004730       * PRINT ONE DETAIL LINE.
004740       ******************************************************************
004750        27000-PRINT-PARA.
004760            MOVE WS-DETAIL                 TO RS-REPORT-REC.
004770            WRITE RS-REPORT-REC.
004780       ******************************************************************
004790       * PRINT THE RUN TOTALS. NEW PROPOSALS AWAIT CONFIRMATION, SO
004800       * THE RUN ENDS WITH RETURN CODE 4.
004810       ******************************************************************
004820        28000-TOTALS-PARA.
004830            MOVE WS-HEADER1                TO RS-REPORT-REC.
004840            WRITE RS-REPORT-REC.
004850            MOVE "STATION DAYS READ"       TO WS-TL-LABEL.
004860            MOVE WS-DAY-COUNT              TO WS-TL-COUNT.
004870            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
004880            WRITE RS-REPORT-REC.
004890            MOVE "CLOSURES PROPOSED"       TO WS-TL-LABEL.
004900            MOVE WS-PROPOSE-COUNT          TO WS-TL-COUNT.
004910            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
004920            WRITE RS-REPORT-REC.
004930            MOVE "ALREADY ON CALENDAR"     TO WS-TL-LABEL.
004940            MOVE WS-ON-FILE-COUNT          TO WS-TL-COUNT.
004950            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
004960            WRITE RS-REPORT-REC.
004970            MOVE "WEEKEND DAYS IN BAND"    TO WS-TL-LABEL.
004980            MOVE WS-WEEKEND-COUNT          TO WS-TL-COUNT.
004990            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
005000            WRITE RS-REPORT-REC.
005010            MOVE "UNKNOWN STATION / BAD DATE" TO WS-TL-LABEL.
005020            COMPUTE WS-TL-COUNT = WS-UNKNOWN-COUNT + WS-BAD-DATE-COUNT.
005030            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
005040            WRITE RS-REPORT-REC.
005050            IF  WS-PROPOSE-COUNT           > 0
005060                MOVE 4                     TO RETURN-CODE
005070            END-IF.
005080       ******************************************************************
005090       * DISPLAY COUNTS AND CLOSE THE FILES.
005100       ******************************************************************
005110        30000-CLOSE-PARA.
005120            DISPLAY "STATION DAYS READ : " WS-DAY-COUNT.
005130            DISPLAY "CLOSURES PROPOSED : " WS-PROPOSE-COUNT.
005140            DISPLAY "ALREADY ON FILE   : " WS-ON-FILE-COUNT.
005150            CLOSE STN-FILE.
005160            CLOSE TEMP-FILE.
005170            CLOSE CLOS-FILE.
005180            CLOSE REPORT-FILE.
