000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1089.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: CREW EVENT RESULTS POSTING WITH AUTOMATIC LEVEL
000060       *  PROGRESSION. FS-LEVEL-I ONLY MOVED WHEN SOMEONE KEYED A
000070       *  CEXM1013 ROSTER TRANSACTION; THIS RUN MOVES IT ON WHAT THE
000080       *  MEMBERS ACTUALLY DO. EVENTIN NAMES EACH EVENT (ID, DATE,
000090       *  TYPE) AND RESULTIN CARRIES EACH MEMBER'S PLACEMENT AND POINTS
000100       *  IN IT. AGAINST THE CREWIN MASTER (CEXM958'S TABLE-AND-REWRITE
000110       *  PATTERN) EACH POSTED RESULT:
000120       *    - ADDS THE POINTS TO THE MEMBER'S CAREER EXPERIENCE
000130       *      (FS-EXP-POINTS-I) AND TO THE SEASON POINTS FOR THE
000140       *      EVENT'S YEAR (FS-SEASON-I / FS-SEASON-PTS-I, RESTARTED
000150       *      WHEN A NEW SEASON'S FIRST EVENT POSTS)
000160       *    - RAISES FS-LEVEL-I TO THE HIGHEST LEVEL ON THE LEVELTBL
000170       *      THRESHOLD TABLE THE EXPERIENCE HAS REACHED. LEVELS ARE
000180       *      NEVER LOWERED HERE; EACH RISE PRINTS A BEFORE/AFTER LINE
000190       *      ON THE LVLAUDIT REGISTER AS CEXM1013 DOES FOR ROSTER EDITS
000200       *    - WRITES THE PRIZETBL MONEY FOR THE EVENT TYPE AND PLACEMENT
000210       *      AS A CREWTRAN CREDIT (TYPE C, REASON THE EVENT ID) FOR
000220       *      CEXM958 TO POST WITH STATEMENTS AS USUAL
000230       *  AN EVENT ALREADY ON THE EVTLOG POSTING LOG IS REFUSED, SO A
000240       *  RERUN CANNOT COUNT POINTS OR PRIZES TWICE. EVTSHEET PRINTS
000250       *  EACH EVENT'S RESULTS SHEET BY PLACEMENT WITH THE REJECTS;
000260       *  STANDRPT RANKS THE SEASON= CARD'S SEASON (DEFAULT THE RUN
000270       *  YEAR) BY SEASON POINTS. RETURN CODE 4 WHEN ANYTHING IS
000280       *  REJECTED.
000290       * EVENTIN : JEBA02.EMY.COBOL.EVENTIN
000300       * RESULTIN: JEBA02.EMY.COBOL.RESULTIN
000310       * LEVELTBL: JEBA02.EMY.COBOL.LEVELTBL
000320       * PRIZETBL: JEBA02.EMY.COBOL.PRIZETBL
000330       * CREWIN  : JEBA02.EMY.COBOL.CREWFILE
000340       * CREWOUT : JEBA02.EMY.COBOL.CREWFILE (NEW GENERATION)
000350       * CREWTRAN: JEBA02.EMY.COBOL.CREWTRAN
000360       * EVTLOG  : JEBA02.EMY.COBOL.EVTLOG
000370       * LVLAUDIT: JEBA02.EMY.COBOL.LVLAUDIT
000380       * EVTSHEET: JEBA02.EMY.COBOL.EVTSHEET
000390       * STANDRPT: JEBA02.EMY.COBOL.STANDRPT
000400       * ----------------------------------------------------------------
000410       * PRJ NO    NAME     DATE          MAINT DESC.
000420       * ----------------------------------------------------------------
000430       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000440       ******************************************************************
000450        ENVIRONMENT DIVISION.
000460        INPUT-OUTPUT SECTION.
000470        FILE-CONTROL.
000480            SELECT EVENT-FILE
000490                ASSIGN TO EVENTIN
000500                ORGANIZATION IS SEQUENTIAL
000510                ACCESS MODE IS SEQUENTIAL
000520                FILE STATUS IS WS-EVENT-FS.
000530            SELECT RESULT-FILE
000540                ASSIGN TO RESULTIN
000550                ORGANIZATION IS SEQUENTIAL
000560                ACCESS MODE IS SEQUENTIAL
000570                FILE STATUS IS WS-RESULT-FS.
000580            SELECT LEVEL-FILE
000590                ASSIGN TO LEVELTBL
000600                ORGANIZATION IS SEQUENTIAL
000610                ACCESS MODE IS SEQUENTIAL
000620                FILE STATUS IS WS-LEVEL-FS.
000630            SELECT PRIZE-FILE
000640                ASSIGN TO PRIZETBL
000650                ORGANIZATION IS SEQUENTIAL
000660                ACCESS MODE IS SEQUENTIAL
000670                FILE STATUS IS WS-PRIZE-FS.
000680            SELECT CREW-IN-FILE
000690                ASSIGN TO CREWIN
000700                ORGANIZATION IS SEQUENTIAL
000710                ACCESS MODE IS SEQUENTIAL
000720                FILE STATUS IS WS-CREW-IN-FS.
000730            SELECT CREW-OUT-FILE
000740                ASSIGN TO CREWOUT
000750                ORGANIZATION IS SEQUENTIAL
000760                ACCESS MODE IS SEQUENTIAL
000770                FILE STATUS IS WS-CREW-OUT-FS.
000780            SELECT TRAN-FILE
000790                ASSIGN TO CREWTRAN
000800                ORGANIZATION IS SEQUENTIAL
000810                ACCESS MODE IS SEQUENTIAL
000820                FILE STATUS IS WS-TRAN-FS.
000830            SELECT LOG-FILE
000840                ASSIGN TO EVTLOG
000850                ORGANIZATION IS SEQUENTIAL
000860                ACCESS MODE IS SEQUENTIAL
000870                FILE STATUS IS WS-LOG-FS.
000880            SELECT AUDIT-FILE
000890                ASSIGN TO LVLAUDIT
000900                ORGANIZATION IS SEQUENTIAL
000910                ACCESS MODE IS SEQUENTIAL
000920                FILE STATUS IS WS-AUDIT-FS.
000930            SELECT SHEET-FILE
000940                ASSIGN TO EVTSHEET
000950                ORGANIZATION IS SEQUENTIAL
000960                ACCESS MODE IS SEQUENTIAL
000970                FILE STATUS IS WS-SHEET-FS.
000980            SELECT STAND-FILE
000990                ASSIGN TO STANDRPT
001000                ORGANIZATION IS SEQUENTIAL
001010                ACCESS MODE IS SEQUENTIAL
001020                FILE STATUS IS WS-STAND-FS.
001030        DATA DIVISION.
001040        FILE SECTION.
001050        FD  EVENT-FILE.
001060        01  EV-EVENT-REC.
001070            05  EV-EVENT-ID               PIC X(08).
001080            05  EV-EVENT-DATE             PIC X(08).
001090            05  EV-EVENT-TYPE             PIC X(10).
001100            05  EV-EVENT-NAME             PIC X(30).
001110            05  FILLER                    PIC X(24).
001120        FD  RESULT-FILE.
001130        01  ER-RESULT-REC.
001140            05  ER-EVENT-ID               PIC X(08).
001150            05  ER-CREW-NAME              PIC X(20).
001160            05  ER-PLACEMENT              PIC 9(03).
001170            05  ER-POINTS                 PIC 9(05).
001180            05  FILLER                    PIC X(44).
001190        FD  LEVEL-FILE.
001200        01  LV-LEVEL-REC.
001210            05  LV-LEVEL                  PIC 9(02).
001220            05  LV-MIN-POINTS             PIC 9(07).
001230            05  FILLER                    PIC X(71).
001240        FD  PRIZE-FILE.
001250        01  PZ-PRIZE-REC.
001260            05  PZ-EVENT-TYPE             PIC X(10).
001270            05  PZ-PLACEMENT              PIC 9(03).
001280            05  PZ-AMOUNT                 PIC 9(10).
001290            05  FILLER                    PIC X(57).
001300        FD  CREW-IN-FILE.
001310        01  FS-CREW-DATA-I.
001320            02 FS-NAME-I                  PIC X(20).
001330            02 FS-CLASS-I                 PIC X(10).
001340            02 FS-SPECIES-I               PIC X(10).
001350            02 FS-PURSE-I                 PIC 9(10).
001360            02 FS-LEVEL-I                 PIC 9(02).
001370            02 FS-EVENT-DATA-I.
001380               03 FS-EXP-POINTS-I         PIC 9(07).
001390               03 FS-SEASON-I             PIC 9(04).
001400               03 FS-SEASON-PTS-I         PIC 9(06).
001410            02 FILLER                     PIC X(11).
001420        FD  CREW-OUT-FILE.
001430        01  NS-CREW-REC                   PIC X(80).
001440        FD  TRAN-FILE.
001450        01  TS-TRAN-REC.
001460            05  TS-CREW-NAME              PIC X(20).
001470            05  TS-TRAN-DATE              PIC X(08).
001480            05  TS-TRAN-TYPE              PIC X(01).
001490            05  TS-AMOUNT                 PIC 9(10).
001500            05  TS-REASON-CODE            PIC X(10).
001510            05  FILLER                    PIC X(31).
001520        FD  LOG-FILE.
001530        01  EL-LOG-REC.
001540            05  EL-EVENT-ID               PIC X(08).
001550            05  EL-EVENT-DATE             PIC 9(08).
001560            05  EL-POSTED-DATE            PIC 9(08).
001570            05  EL-RESULT-COUNT           PIC 9(04).
001580            05  FILLER                    PIC X(52).
001590        FD  AUDIT-FILE.
001600        01  AU-AUDIT-REC                  PIC X(80).
001610        FD  SHEET-FILE.
001620        01  SH-SHEET-REC                  PIC X(80).
001630        FD  STAND-FILE.
001640        01  SD-STAND-REC                  PIC X(80).
001650        WORKING-STORAGE SECTION.
001660        01  WS-EVENT-FS                   PIC X(02).
001670        01  WS-RESULT-FS                  PIC X(02).
001680        01  WS-LEVEL-FS                   PIC X(02).
001690        01  WS-PRIZE-FS                   PIC X(02).
001700        01  WS-CREW-IN-FS                 PIC X(02).
001710        01  WS-CREW-OUT-FS                PIC X(02).
001720        01  WS-TRAN-FS                    PIC X(02).
001730        01  WS-LOG-FS                     PIC X(02).
001740        01  WS-AUDIT-FS                   PIC X(02).
001750        01  WS-SHEET-FS                   PIC X(02).
001760        01  WS-STAND-FS                   PIC X(02).
001770        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001780        01  WS-EVENT-EOF                  PIC X(03) VALUE "NO".
001790        01  WS-RESULT-EOF                 PIC X(03) VALUE "NO".
001800        01  WS-LEVEL-EOF                  PIC X(03) VALUE "NO".
001810        01  WS-PRIZE-EOF                  PIC X(03) VALUE "NO".
001820        01  WS-CREW-EOF                   PIC X(03) VALUE "NO".
001830        01  WS-LOG-EOF                    PIC X(03) VALUE "NO".
001840        01  WS-PARM-CARD                  PIC X(80).
001850        01  WS-CURRENT-DATE-DATA          PIC X(21).
001860        01  WS-RUN-DATE                   PIC 9(08).
001870        01  WS-SEASON                     PIC 9(04).
001880        01  WS-EVENT-DATE                 PIC 9(08).
001890        01  WS-EVENT-DATE-R REDEFINES WS-EVENT-DATE.
001900            05  WS-EVENT-YEAR             PIC 9(04).
001910            05  FILLER                    PIC 9(04).
001920        01  WS-REASON                     PIC X(30).
001930        01  WS-PRIZE                      PIC 9(10).
001940        01  WS-NEW-LEVEL                  PIC 9(02).
001950        01  WS-OLD-LEVEL                  PIC 9(02).
001960        01  WS-LAST-MIN                   PIC 9(07).
001970       * COUNTS.
001980        01  WS-EVENT-READ                 PIC 9(05) VALUE 0.
001990        01  WS-EVENT-POSTED               PIC 9(05) VALUE 0.
002000        01  WS-EVENT-REJECTED             PIC 9(05) VALUE 0.
002010        01  WS-RESULT-READ                PIC 9(06) VALUE 0.
002020        01  WS-RESULT-REJECTED            PIC 9(06) VALUE 0.
002030        01  WS-PROMOTE-COUNT              PIC 9(05) VALUE 0.
002040        01  WS-CREDIT-COUNT               PIC 9(05) VALUE 0.
002050        01  WS-CREDIT-TOTAL               PIC 9(12) VALUE 0.
002060       * LEVEL THRESHOLDS BY LEVEL NUMBER, 01-20 AS CEXM1013 ALLOWS.
002070        01  WS-LEVEL-TABLE.
002080            05  WS-LV-ENTRY               OCCURS 20 TIMES.
002090                10  WS-LV-SET             PIC X(01).
002100                10  WS-LV-MIN             PIC 9(07).
002110        01  WS-LV-SUB                     PIC 9(02).
002120        01  WS-LV-COUNT                   PIC 9(02) VALUE 0.
002130       * PRIZE MONEY BY EVENT TYPE AND PLACEMENT.
002140        01  WS-PRIZE-COUNT                PIC 9(03) VALUE 0.
002150        01  WS-PRIZE-TABLE.
002160            05  WS-PZ-ENTRY               OCCURS 300 TIMES.
002170                10  WS-PZ-EVENT-TYPE      PIC X(10).
002180                10  WS-PZ-PLACEMENT       PIC 9(03).
002190                10  WS-PZ-AMOUNT          PIC 9(10).
002200        01  WS-PZ-SUB                     PIC 9(03).
002210       * THE CREW MASTER, CEXM958-STYLE, WITH THE EVENT FIELDS OPENED
002220       * OUT. A MASTER WRITTEN BEFORE THE EVENT FIELDS EXISTED CARRIES
002230       * SPACES THERE, TAKEN AS ZERO.
002240        01  WS-CREW-COUNT                 PIC 9(04) VALUE 0.
002250        01  WS-CREW-TABLE.
002260            05  WS-CW-ENTRY               OCCURS 9999 TIMES.
002270                10  WS-CW-REC             PIC X(80).
002280                10  WS-CW-NAME            PIC X(20).
002290                10  WS-CW-CLASS           PIC X(10).
002300                10  WS-CW-LEVEL           PIC 9(02).
002310                10  WS-CW-EXP-POINTS      PIC 9(07).
002320                10  WS-CW-SEASON          PIC 9(04).
002330                10  WS-CW-SEASON-PTS      PIC 9(06).
002340        01  WS-CREW-SUB                   PIC 9(04).
002350        01  WS-CUR-CREW                   PIC 9(04).
002360       * EVENTS ALREADY POSTED, FROM EVTLOG.
002370        01  WS-LOG-COUNT                  PIC 9(04) VALUE 0.
002380        01  WS-LOG-TABLE.
002390            05  WS-LG-EVENT-ID            PIC X(08) OCCURS 5000 TIMES.
002400        01  WS-LOG-SUB                    PIC 9(04).
002410        01  WS-LOG-HIT                    PIC X(03).
002420       * THIS RUN'S EVENTS. WS-EV-STATUS IS SPACES FOR A POSTABLE
002430       * EVENT, OTHERWISE "R" (REJECTED).
002440        01  WS-EVT-COUNT                  PIC 9(03) VALUE 0.
002450        01  WS-EVT-TABLE.
002460            05  WS-EV-ENTRY               OCCURS 200 TIMES.
002470                10  WS-EV-EVENT-ID        PIC X(08).
002480                10  WS-EV-DATE            PIC 9(08).
002490                10  WS-EV-TYPE            PIC X(10).
002500                10  WS-EV-NAME            PIC X(30).
002510                10  WS-EV-STATUS          PIC X(01).
002520                10  WS-EV-RESULTS         PIC 9(04).
002530                10  WS-EV-POINTS          PIC 9(07).
002540                10  WS-EV-PRIZES          PIC 9(12).
002550        01  WS-EVT-SUB                    PIC 9(03).
002560        01  WS-CUR-EVT                    PIC 9(03).
002570       * POSTED RESULTS, KEPT IN EVENT AND PLACEMENT ORDER FOR THE
002580       * RESULTS SHEETS.
002590        01  WS-RS-KEY-IN.
002600            05  WS-RK-EVENT               PIC 9(03).
002610            05  WS-RK-PLACEMENT           PIC 9(03).
002620        01  WS-RESULT-COUNT               PIC 9(04) VALUE 0.
002630        01  WS-RESULT-TABLE.
002640            05  WS-RS-ENTRY               OCCURS 3000 TIMES.
002650                10  WS-RS-KEY.
002660                    15  WS-RS-EVENT       PIC 9(03).
002670                    15  WS-RS-PLACEMENT   PIC 9(03).
002680                10  WS-RS-CREW            PIC 9(04).
002690                10  WS-RS-POINTS          PIC 9(05).
002700                10  WS-RS-PRIZE           PIC 9(10).
002710                10  WS-RS-OLD-LEVEL       PIC 9(02).
002720                10  WS-RS-NEW-LEVEL       PIC 9(02).
002730                10  WS-RS-CAREER          PIC 9(07).
002740        01  WS-RS-SUB                     PIC 9(04).
002750        01  WS-RS-HIT                     PIC 9(04).
002760        01  WS-RS-DUP                     PIC X(03).
002770       * SEASON STANDINGS: CREW SUBSCRIPTS IN SEASON-POINT ORDER.
002780        01  WS-SD-COUNT                   PIC 9(04) VALUE 0.
002790        01  WS-SD-TABLE.
002800            05  WS-SD-CREW                PIC 9(04) OCCURS 9999 TIMES.
002810        01  WS-SD-SUB                     PIC 9(04).
002820        01  WS-SD-HIT                     PIC 9(04).
002830        01  WS-SD-RANK                    PIC 9(04).
002840        01  WS-SD-LAST-PTS                PIC 9(06).
002850        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
002860        01  WS-AUDIT-TITLE.
002870            05 FILLER                     PIC X(20) VALUE ALL "*".
002880            05 FILLER                     PIC X(28)
002890                     VALUE " CREW LEVEL AUDIT           ".
002900            05 FILLER                     PIC X(20) VALUE ALL "*".
002910            05 FILLER                     PIC X(12) VALUE SPACES.
002920        01  WS-CHANGE-LINE.
002930            05 WS-CL-VERB                 PIC X(09).
002940            05 WS-CL-NAME                 PIC X(20).
002950            05 FILLER                     PIC X(09)
002960                                          VALUE "  LEVEL  ".
002970            05 WS-CL-OLD-LEVEL            PIC X(02).
002980            05 FILLER                     PIC X(04) VALUE " TO ".
002990            05 WS-CL-NEW-LEVEL            PIC X(02).
003000            05 FILLER                     PIC X(09)
003010                                          VALUE "  POINTS ".
003020            05 WS-CL-POINTS               PIC Z(06)9.
003030            05 FILLER                     PIC X(08)
003040                                          VALUE "  EVENT ".
003050            05 WS-CL-EVENT                PIC X(08).
003060            05 FILLER                     PIC X(02) VALUE SPACES.
003070        01  WS-SHEET-TITLE.
003080            05 FILLER                     PIC X(20) VALUE ALL "*".
003090            05 FILLER                     PIC X(28)
003100                     VALUE " EVENT RESULTS SHEETS       ".
003110            05 FILLER                     PIC X(20) VALUE ALL "*".
003120            05 FILLER                     PIC X(12) VALUE SPACES.
003130        01  WS-REJECT-LINE.
003140            05 FILLER                     PIC X(11)
003150                                          VALUE "REJECTED - ".
003160            05 WS-RJ-KIND                 PIC X(06).
003170            05 FILLER                     PIC X(01) VALUE SPACES.
003180            05 WS-RJ-EVENT                PIC X(08).
003190            05 FILLER                     PIC X(01) VALUE SPACES.
003200            05 WS-RJ-NAME                 PIC X(20).
003210            05 FILLER                     PIC X(03) VALUE " - ".
003220            05 WS-RJ-REASON               PIC X(30).
003230        01  WS-EVENT-HEAD.
003240            05 FILLER                     PIC X(07) VALUE "EVENT: ".
003250            05 WS-EH-EVENT-ID             PIC X(08).
003260            05 FILLER                     PIC X(02) VALUE SPACES.
003270            05 WS-EH-DATE                 PIC 9(08).
003280            05 FILLER                     PIC X(02) VALUE SPACES.
003290            05 WS-EH-TYPE                 PIC X(10).
003300            05 FILLER                     PIC X(02) VALUE SPACES.
003310            05 WS-EH-NAME                 PIC X(30).
003320            05 FILLER                     PIC X(11) VALUE SPACES.
003330        01  WS-SHEET-COLS.
003340            05 FILLER                     PIC X(40)
003350                     VALUE "  PLC  MEMBER               POINTS      ".
003360            05 FILLER                     PIC X(40)
003370                     VALUE "   PRIZE    CAREER  LEVEL               ".
003380        01  WS-SHEET-LINE.
003390            05 FILLER                     PIC X(02) VALUE SPACES.
003400            05 WS-SL-PLACEMENT            PIC ZZ9.
003410            05 FILLER                     PIC X(02) VALUE SPACES.
003420            05 WS-SL-NAME                 PIC X(20).
003430            05 FILLER                     PIC X(01) VALUE SPACES.
003440            05 WS-SL-POINTS               PIC ZZ,ZZ9.
003450            05 FILLER                     PIC X(01) VALUE SPACES.
003460            05 WS-SL-PRIZE                PIC Z,ZZZ,ZZZ,ZZ9.
003470            05 FILLER                     PIC X(01) VALUE SPACES.
003480            05 WS-SL-CAREER               PIC Z,ZZZ,ZZ9.
003490            05 FILLER                     PIC X(02) VALUE SPACES.
003500            05 WS-SL-LEVEL                PIC X(14).
003510            05 FILLER                     PIC X(06) VALUE SPACES.
003520        01  WS-LEVEL-NOTE.
003530            05 FILLER                     PIC X(06) VALUE "LEVEL ".
003540            05 WS-LN-OLD                  PIC 9(02).
003550            05 FILLER                     PIC X(04) VALUE " TO ".
003560            05 WS-LN-NEW                  PIC 9(02).
003570        01  WS-EVENT-TRAILER.
003580            05 FILLER                     PIC X(11)
003590                                          VALUE "  RESULTS: ".
003600            05 WS-ET-RESULTS              PIC ZZZ9.
003610            05 FILLER                     PIC X(10)
003620                                          VALUE "  POINTS: ".
003630            05 WS-ET-POINTS               PIC Z,ZZZ,ZZ9.
003640            05 FILLER                     PIC X(15)
003650                                          VALUE "  PRIZE MONEY: ".
003660            05 WS-ET-PRIZES               PIC ZZZ,ZZZ,ZZZ,ZZ9.
003670            05 FILLER                     PIC X(16) VALUE SPACES.
003680        01  WS-NO-RESULTS-LINE            PIC X(80) VALUE
003690            "  NO RESULTS POSTED - EVENT NOT LOGGED, POST IT AGAIN".
003700        01  WS-STAND-TITLE.
003710            05 FILLER                     PIC X(20) VALUE ALL "*".
003720            05 FILLER                     PIC X(24)
003730                     VALUE " SEASON STANDINGS - YEAR".
003740            05 FILLER                     PIC X(01) VALUE SPACES.
003750            05 WS-ST-SEASON               PIC 9(04).
003760            05 FILLER                     PIC X(01) VALUE SPACES.
003770            05 FILLER                     PIC X(20) VALUE ALL "*".
003780            05 FILLER                     PIC X(10) VALUE SPACES.
003790        01  WS-STAND-COLS.
003800            05 FILLER                     PIC X(40)
003810                     VALUE "RANK  MEMBER               CLASS       L".
003820            05 FILLER                     PIC X(40)
003830                     VALUE "V SEASON PTS CAREER PTS                 ".
003840        01  WS-STAND-LINE.
003850            05 WS-SR-RANK                 PIC ZZZ9.
003860            05 FILLER                     PIC X(02) VALUE SPACES.
003870            05 WS-SR-NAME                 PIC X(20).
003880            05 FILLER                     PIC X(01) VALUE SPACES.
003890            05 WS-SR-CLASS                PIC X(10).
003900            05 FILLER                     PIC X(02) VALUE SPACES.
003910            05 WS-SR-LEVEL                PIC Z9.
003920            05 FILLER                     PIC X(02) VALUE SPACES.
003930            05 WS-SR-SEASON-PTS           PIC Z,ZZZ,ZZ9.
003940            05 FILLER                     PIC X(02) VALUE SPACES.
003950            05 WS-SR-CAREER               PIC Z,ZZZ,ZZ9.
003960            05 FILLER                     PIC X(17) VALUE SPACES.
003970        01  WS-NO-STAND-LINE              PIC X(80) VALUE
003980            "NO MEMBER HAS POINTS FOR THIS SEASON.".
003990        COPY SPGM0905L.
004000        COPY SPGM0906L.
004010        COPY SPGMABNL.
004020        PROCEDURE DIVISION.
004030       ******************************************************************
004040       * MAIN PROGRAM FLOW.
004050       ******************************************************************
004060        00000-MAIN-PARA.
004070            PERFORM 05000-ACCEPT-PARA.
004080            IF  WS-ERROR-FLAG              NOT = "YES"
004090                PERFORM 10000-INITIALIZE-PARA
004100            END-IF.
004110            IF  WS-ERROR-FLAG              NOT = "YES"
004120                PERFORM 12000-LOAD-LEVEL-PARA
004130                    UNTIL WS-LEVEL-EOF     = "YES"
004140            END-IF.
004150            IF  WS-ERROR-FLAG              NOT = "YES"
004160                PERFORM 12500-CHECK-LEVELS-PARA
004170            END-IF.
004180            IF  WS-ERROR-FLAG              NOT = "YES"
004190                PERFORM 13000-LOAD-PRIZE-PARA
004200                    UNTIL WS-PRIZE-EOF     = "YES"
004210                PERFORM 14000-LOAD-CREW-PARA
004220                    UNTIL WS-CREW-EOF      = "YES"
004230                PERFORM 15000-LOAD-LOG-PARA
004240                    UNTIL WS-LOG-EOF       = "YES"
004250                PERFORM 16000-OPEN-LOG-PARA
004260            END-IF.
004270            IF  WS-ERROR-FLAG              NOT = "YES"
004280                PERFORM 17000-LOAD-EVENT-PARA
004290                    UNTIL WS-EVENT-EOF     = "YES"
004300                PERFORM 20000-RESULT-PARA
004310                    UNTIL WS-RESULT-EOF    = "YES"
004320                PERFORM 25000-SHEET-PARA
004330                    VARYING WS-EVT-SUB FROM 1 BY 1
004340                    UNTIL WS-EVT-SUB       > WS-EVT-COUNT
004350                PERFORM 27000-WRITE-MASTER-PARA
004360                    VARYING WS-CREW-SUB FROM 1 BY 1
004370                    UNTIL WS-CREW-SUB      > WS-CREW-COUNT
004380                PERFORM 28000-STANDINGS-PARA
004390                IF  (WS-EVENT-REJECTED + WS-RESULT-REJECTED) > 0
004400                    AND RETURN-CODE        < 4
004410                    MOVE 4                 TO RETURN-CODE
004420                END-IF
004430            END-IF.
004440            PERFORM 30000-CLOSE-PARA.
004450            STOP RUN.
004460       ******************************************************************
004470       * ACCEPT THE SEASON= CARD FOR THE STANDINGS (DEFAULT THE RUN
004480       * YEAR).
004490       ******************************************************************
004500        05000-ACCEPT-PARA.
004510            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
004520            MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-RUN-DATE.
004530            MOVE SPACES                    TO WS-PARM-CARD.
004540            ACCEPT WS-PARM-CARD.
004550            MOVE WS-PARM-CARD              TO LK-PA-CARD.
004560            MOVE "SEASON"                  TO LK-PA-KEYWORD.
004570            SET LK-PA-NUMERIC              TO TRUE.
004580            MOVE 1900                      TO LK-PA-MIN-VALUE.
004590            MOVE 2099                      TO LK-PA-MAX-VALUE.
004600            MOVE WS-CURRENT-DATE-DATA(1:4) TO LK-PA-DEFAULT.
004610            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
004620            IF  LK-PA-BAD
004630                DISPLAY "BAD SEASON= CARD - RUN REFUSED."
004640                MOVE 16                    TO RETURN-CODE
004650                MOVE "YES"                 TO WS-ERROR-FLAG
004660            ELSE
004670                MOVE LK-PA-NUM-VALUE       TO WS-SEASON
004680            END-IF.
004690       ******************************************************************
004700       * OPEN EVERYTHING BUT THE POSTING LOG AND HEAD THE REGISTERS. NO
004710       * EVTLOG MEANS NO EVENT HAS BEEN POSTED BEFORE.
004720       ******************************************************************
004730        10000-INITIALIZE-PARA.
004740            MOVE SPACES                    TO WS-LEVEL-TABLE.
004750            OPEN INPUT EVENT-FILE.
004760            IF WS-EVENT-FS                NOT = "00"
004770               DISPLAY "EVENTIN ACCESS ERROR."
004780               MOVE "CEXM1089"            TO LK-PGM-ID
004790               MOVE "EVENTIN"             TO LK-FILE-ID
004800               MOVE WS-EVENT-FS           TO LK-FILE-STATUS
004810               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004820               IF  LK-ABEND-YES
004830                   MOVE 16                TO RETURN-CODE
004840                   MOVE "YES"             TO WS-ERROR-FLAG
004850               END-IF
004860            END-IF.
004870            OPEN INPUT RESULT-FILE.
004880            IF WS-RESULT-FS               NOT = "00"
004890               DISPLAY "RESULTIN ACCESS ERROR."
004900               MOVE "CEXM1089"            TO LK-PGM-ID
004910               MOVE "RESULTIN"            TO LK-FILE-ID
004920               MOVE WS-RESULT-FS          TO LK-FILE-STATUS
004930               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004940               IF  LK-ABEND-YES
004950                   MOVE 16                TO RETURN-CODE
004960                   MOVE "YES"             TO WS-ERROR-FLAG
004970               END-IF
004980            END-IF.
004990            OPEN INPUT LEVEL-FILE.
005000            IF WS-LEVEL-FS                NOT = "00"
005010               DISPLAY "LEVELTBL ACCESS ERROR."
005020               MOVE "CEXM1089"            TO LK-PGM-ID
005030               MOVE "LEVELTBL"            TO LK-FILE-ID
005040               MOVE WS-LEVEL-FS           TO LK-FILE-STATUS
005050               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005060               IF  LK-ABEND-YES
005070                   MOVE 16                TO RETURN-CODE
005080                   MOVE "YES"             TO WS-ERROR-FLAG
005090               END-IF
005100            END-IF.
005110            OPEN INPUT PRIZE-FILE.
005120            IF WS-PRIZE-FS                NOT = "00"
005130               DISPLAY "PRIZETBL ACCESS ERROR."
005140               MOVE "CEXM1089"            TO LK-PGM-ID
005150               MOVE "PRIZETBL"            TO LK-FILE-ID
005160               MOVE WS-PRIZE-FS           TO LK-FILE-STATUS
005170               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005180               IF  LK-ABEND-YES
005190                   MOVE 16                TO RETURN-CODE
005200                   MOVE "YES"             TO WS-ERROR-FLAG
005210               END-IF
005220            END-IF.
005230            OPEN INPUT CREW-IN-FILE.
005240            IF WS-CREW-IN-FS              NOT = "00"
005250               DISPLAY "CREWIN ACCESS ERROR."
005260               MOVE "CEXM1089"            TO LK-PGM-ID
005270               MOVE "CREWIN"              TO LK-FILE-ID
005280               MOVE WS-CREW-IN-FS         TO LK-FILE-STATUS
005290               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005300               IF  LK-ABEND-YES
005310                   MOVE 16                TO RETURN-CODE
005320                   MOVE "YES"             TO WS-ERROR-FLAG
005330               END-IF
005340            END-IF.
005350            OPEN OUTPUT CREW-OUT-FILE.
005360            IF WS-CREW-OUT-FS             NOT = "00"
005370               DISPLAY "CREWOUT ACCESS ERROR."
005380               MOVE "CEXM1089"            TO LK-PGM-ID
005390               MOVE "CREWOUT"             TO LK-FILE-ID
005400               MOVE WS-CREW-OUT-FS        TO LK-FILE-STATUS
005410               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005420               IF  LK-ABEND-YES
005430                   MOVE 16                TO RETURN-CODE
005440                   MOVE "YES"             TO WS-ERROR-FLAG
005450               END-IF
005460            END-IF.
005470            OPEN OUTPUT TRAN-FILE.
005480            IF WS-TRAN-FS                 NOT = "00"
005490               DISPLAY "CREWTRAN ACCESS ERROR."
005500               MOVE "CEXM1089"            TO LK-PGM-ID
005510               MOVE "CREWTRAN"            TO LK-FILE-ID
005520               MOVE WS-TRAN-FS            TO LK-FILE-STATUS
005530               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005540               IF  LK-ABEND-YES
005550                   MOVE 16                TO RETURN-CODE
005560                   MOVE "YES"             TO WS-ERROR-FLAG
005570               END-IF
005580            END-IF.
005590            OPEN INPUT LOG-FILE.
005600            IF WS-LOG-FS                  = "35"
005610               MOVE "YES"                 TO WS-LOG-EOF
005620            ELSE
005630               IF WS-LOG-FS               NOT = "00"
005640                  DISPLAY "EVTLOG ACCESS ERROR."
005650                  MOVE "CEXM1089"         TO LK-PGM-ID
005660                  MOVE "EVTLOG"           TO LK-FILE-ID
005670                  MOVE WS-LOG-FS          TO LK-FILE-STATUS
005680                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
005690                  IF  LK-ABEND-YES
005700                      MOVE 16             TO RETURN-CODE
005710                      MOVE "YES"          TO WS-ERROR-FLAG
005720                  END-IF
005730               END-IF
005740            END-IF.
005750            OPEN OUTPUT AUDIT-FILE.
005760            IF WS-AUDIT-FS                NOT = "00"
005770               DISPLAY "LVLAUDIT ACCESS ERROR."
005780               MOVE "CEXM1089"            TO LK-PGM-ID
005790               MOVE "LVLAUDIT"            TO LK-FILE-ID
005800               MOVE WS-AUDIT-FS           TO LK-FILE-STATUS
005810               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005820               IF  LK-ABEND-YES
005830                   MOVE 16                TO RETURN-CODE
005840                   MOVE "YES"             TO WS-ERROR-FLAG
005850               END-IF
005860            ELSE
005870               MOVE WS-AUDIT-TITLE        TO AU-AUDIT-REC
005880               WRITE AU-AUDIT-REC
005890               MOVE WS-HEADER1            TO AU-AUDIT-REC
005900               WRITE AU-AUDIT-REC
005910            END-IF.
005920            OPEN OUTPUT SHEET-FILE.
005930            IF WS-SHEET-FS                NOT = "00"
005940               DISPLAY "EVTSHEET ACCESS ERROR."
005950               MOVE "CEXM1089"            TO LK-PGM-ID
005960               MOVE "EVTSHEET"            TO LK-FILE-ID
005970               MOVE WS-SHEET-FS           TO LK-FILE-STATUS
005980               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005990               IF  LK-ABEND-YES
006000                   MOVE 16                TO RETURN-CODE
006010                   MOVE "YES"             TO WS-ERROR-FLAG
006020               END-IF
006030            ELSE
006040               MOVE WS-SHEET-TITLE        TO SH-SHEET-REC
006050               WRITE SH-SHEET-REC
006060               MOVE WS-HEADER1            TO SH-SHEET-REC
006070               WRITE SH-SHEET-REC
006080            END-IF.
006090            OPEN OUTPUT STAND-FILE.
006100            IF WS-STAND-FS                NOT = "00"
006110               DISPLAY "STANDRPT ACCESS ERROR."
006120               MOVE "CEXM1089"            TO LK-PGM-ID
006130               MOVE "STANDRPT"            TO LK-FILE-ID
006140               MOVE WS-STAND-FS           TO LK-FILE-STATUS
006150               CALL 'SPGMABND'            USING LK-ABEND-PARMS
006160               IF  LK-ABEND-YES
006170                   MOVE 16                TO RETURN-CODE
006180                   MOVE "YES"             TO WS-ERROR-FLAG
006190               END-IF
006200            END-IF.
006210       ******************************************************************
006220       * TABLE ONE LEVEL THRESHOLD. A BAD ENTRY REFUSES THE RUN - A
006230       * WRONG TABLE WOULD PROMOTE THE WHOLE CREW.
006240       ******************************************************************
006250        12000-LOAD-LEVEL-PARA.
006260            READ LEVEL-FILE
006270            AT END
006280                MOVE "YES"                 TO WS-LEVEL-EOF
006290            NOT AT END
006300                EVALUATE TRUE
006310                    WHEN LV-LEVEL          NOT NUMERIC
006320                        OR LV-MIN-POINTS   NOT NUMERIC
006330                        DISPLAY "LEVELTBL ENTRY NOT NUMERIC: "
006340                            LV-LEVEL-REC(1:9) " - RUN REFUSED."
006350                        MOVE 16            TO RETURN-CODE
006360                        MOVE "YES"         TO WS-ERROR-FLAG
006370                    WHEN LV-LEVEL          < 1
006380                        OR LV-LEVEL        > 20
006390                        DISPLAY "LEVELTBL LEVEL OUTSIDE 01-20: "
006400                            LV-LEVEL " - RUN REFUSED."
006410                        MOVE 16            TO RETURN-CODE
006420                        MOVE "YES"         TO WS-ERROR-FLAG
006430                    WHEN WS-LV-SET(LV-LEVEL) = "Y"
006440                        DISPLAY "LEVELTBL LEVEL TWICE: "
006450                            LV-LEVEL " - RUN REFUSED."
006460                        MOVE 16            TO RETURN-CODE
006470                        MOVE "YES"         TO WS-ERROR-FLAG
006480                    WHEN OTHER
006490                        MOVE "Y"           TO WS-LV-SET(LV-LEVEL)
006500                        MOVE LV-MIN-POINTS TO WS-LV-MIN(LV-LEVEL)
006510                        ADD 1              TO WS-LV-COUNT
006520                END-EVALUATE
006530            END-READ.
006540       ******************************************************************
006550       * THE THRESHOLDS MUST BE THERE AND MUST NOT FALL AS THE LEVEL
006560       * RISES.
006570       ******************************************************************
006580        12500-CHECK-LEVELS-PARA.
006590            IF  WS-LV-COUNT                = 0
006600                DISPLAY "LEVELTBL IS EMPTY - RUN REFUSED."
006610                MOVE 16                    TO RETURN-CODE
006620                MOVE "YES"                 TO WS-ERROR-FLAG
006630            ELSE
006640                MOVE 0                     TO WS-LAST-MIN
006650                PERFORM 12600-CHECK-STEP-PARA
006660                    VARYING WS-LV-SUB FROM 1 BY 1
006670                    UNTIL WS-LV-SUB        > 20
006680            END-IF.
006690        12600-CHECK-STEP-PARA.
006700            IF  WS-LV-SET(WS-LV-SUB)       = "Y"
006710                IF  WS-LV-MIN(WS-LV-SUB)   < WS-LAST-MIN
006720                    DISPLAY "LEVELTBL LEVEL " WS-LV-SUB
006730                        " NEEDS FEWER POINTS THAN A LOWER LEVEL"
006740                        " - RUN REFUSED."
006750                    MOVE 16                TO RETURN-CODE
006760                    MOVE "YES"             TO WS-ERROR-FLAG
006770                END-IF
006780                MOVE WS-LV-MIN(WS-LV-SUB)  TO WS-LAST-MIN
006790            END-IF.
006800       ******************************************************************
006810       * TABLE ONE PRIZE ENTRY.
006820       ******************************************************************
006830        13000-LOAD-PRIZE-PARA.
006840            READ PRIZE-FILE
006850            AT END
006860                MOVE "YES"                 TO WS-PRIZE-EOF
006870            NOT AT END
006880                IF  WS-PRIZE-COUNT         = 300
006890                    DISPLAY "PRIZE TABLE FULL AT 300 ENTRIES."
006900                ELSE
006910                    IF  PZ-PLACEMENT       IS NUMERIC
006920                        AND PZ-AMOUNT      IS NUMERIC
006930                        ADD 1              TO WS-PRIZE-COUNT
006940                        MOVE PZ-EVENT-TYPE
006950                            TO WS-PZ-EVENT-TYPE(WS-PRIZE-COUNT)
006960                        MOVE PZ-PLACEMENT
006970                            TO WS-PZ-PLACEMENT(WS-PRIZE-COUNT)
006980                        MOVE PZ-AMOUNT
006990                            TO WS-PZ-AMOUNT(WS-PRIZE-COUNT)
007000                    ELSE
007010                        DISPLAY "PRIZETBL ENTRY NOT NUMERIC - SKIPPED: "
007020                            PZ-EVENT-TYPE
007030                    END-IF
007040                END-IF
007050            END-READ.
007060       ******************************************************************
007070       * TABLE THE CREW MASTER.
007080       ******************************************************************
007090        14000-LOAD-CREW-PARA.
007100            READ CREW-IN-FILE
007110            AT END
007120                MOVE "YES"                 TO WS-CREW-EOF
007130            NOT AT END
007140                IF  WS-CREW-COUNT          < 9999
007150                    ADD 1                  TO WS-CREW-COUNT
007160                    MOVE FS-CREW-DATA-I
007170                        TO WS-CW-REC(WS-CREW-COUNT)
007180                    MOVE FS-NAME-I
007190                        TO WS-CW-NAME(WS-CREW-COUNT)
007200                    MOVE FS-CLASS-I
007210                        TO WS-CW-CLASS(WS-CREW-COUNT)
007220                    MOVE FS-LEVEL-I
007230                        TO WS-CW-LEVEL(WS-CREW-COUNT)
007240                    IF  FS-EVENT-DATA-I    IS NUMERIC
007250                        MOVE FS-EXP-POINTS-I
007260                            TO WS-CW-EXP-POINTS(WS-CREW-COUNT)
007270                        MOVE FS-SEASON-I
007280                            TO WS-CW-SEASON(WS-CREW-COUNT)
007290                        MOVE FS-SEASON-PTS-I
007300                            TO WS-CW-SEASON-PTS(WS-CREW-COUNT)
007310                    ELSE
007320                        MOVE 0 TO WS-CW-EXP-POINTS(WS-CREW-COUNT)
007330                        MOVE 0 TO WS-CW-SEASON(WS-CREW-COUNT)
007340                        MOVE 0 TO WS-CW-SEASON-PTS(WS-CREW-COUNT)
007350                    END-IF
007360                END-IF
007370            END-READ.
007380       ******************************************************************
007390       * TABLE ONE EVENT ALREADY POSTED.
007400       ******************************************************************
007410        15000-LOAD-LOG-PARA.
007420            READ LOG-FILE
007430            AT END
007440                MOVE "YES"                 TO WS-LOG-EOF
007450            NOT AT END
007460                IF  WS-LOG-COUNT           = 5000
007470                    DISPLAY "EVTLOG TABLE FULL AT 5000 ENTRIES."
007480                ELSE
007490                    ADD 1                  TO WS-LOG-COUNT
007500                    MOVE EL-EVENT-ID
007510                        TO WS-LG-EVENT-ID(WS-LOG-COUNT)
007520                END-IF
007530            END-READ.
007540       ******************************************************************
007550       * REOPEN THE LOG TO ADD THIS RUN'S EVENTS, CREATING IT ON FIRST
007560       * USE.
007570       ******************************************************************
007580        16000-OPEN-LOG-PARA.
007590            IF  WS-LOG-FS                  NOT = "35"
007600                CLOSE LOG-FILE
007610            END-IF.
007620            OPEN EXTEND LOG-FILE.
007630            IF  WS-LOG-FS                  = "05"
007640                OR WS-LOG-FS               = "35"
007650                CLOSE LOG-FILE
007660                OPEN OUTPUT LOG-FILE
007670            END-IF.
007680            IF WS-LOG-FS                  NOT = "00"
007690               DISPLAY "EVTLOG ACCESS ERROR."
007700               MOVE "CEXM1089"            TO LK-PGM-ID
007710               MOVE "EVTLOG"              TO LK-FILE-ID
007720               MOVE WS-LOG-FS             TO LK-FILE-STATUS
007730               CALL 'SPGMABND'            USING LK-ABEND-PARMS
007740               IF  LK-ABEND-YES
007750                   MOVE 16                TO RETURN-CODE
007760                   MOVE "YES"             TO WS-ERROR-FLAG
007770               END-IF
007780            END-IF.
007790       ******************************************************************
007800       * TABLE ONE EVENT, REFUSING A BAD DATE, A DUPLICATE ID, OR AN
007810       * EVENT ALREADY POSTED.
007820       ******************************************************************
007830        17000-LOAD-EVENT-PARA.
007840            READ EVENT-FILE
007850            AT END
007860                MOVE "YES"                 TO WS-EVENT-EOF
007870            NOT AT END
007880                ADD 1                      TO WS-EVENT-READ
007890                IF  WS-EVT-COUNT           = 200
007900                    DISPLAY "EVENT TABLE FULL AT 200 - "
007910                        EV-EVENT-ID " NOT POSTED."
007920                    ADD 1                  TO WS-EVENT-REJECTED
007930                ELSE
007940                    PERFORM 17100-EDIT-EVENT-PARA
007950                END-IF
007960            END-READ.
007970        17100-EDIT-EVENT-PARA.
007980            MOVE SPACES                    TO WS-REASON.
007990            IF  EV-EVENT-DATE              IS NUMERIC
008000                SET LK-DT-VALIDATE         TO TRUE
008010                MOVE EV-EVENT-DATE         TO LK-DT-DATE-1
008020                CALL 'SPGM0906'            USING LK-DATESVC-PARMS
008030            ELSE
008040                SET LK-DT-BAD              TO TRUE
008050            END-IF.
008060            MOVE "NO"                      TO WS-LOG-HIT.
008070            PERFORM 17200-LOG-MATCH-PARA
008080                VARYING WS-LOG-SUB FROM 1 BY 1
008090                UNTIL WS-LOG-SUB           > WS-LOG-COUNT
008100                OR    WS-LOG-HIT           = "YES".
008110            MOVE 0                         TO WS-CUR-EVT.
008120            PERFORM 17300-EVENT-MATCH-PARA
008130                VARYING WS-EVT-SUB FROM 1 BY 1
008140                UNTIL WS-EVT-SUB           > WS-EVT-COUNT
008150                OR    WS-CUR-EVT           NOT = 0.
008160            EVALUATE TRUE
008170                WHEN EV-EVENT-ID           = SPACES
008180                    MOVE "NO EVENT ID"     TO WS-REASON
008190                WHEN LK-DT-BAD
008200                    MOVE "EVENT DATE NOT A REAL DATE" TO WS-REASON
008210                WHEN WS-LOG-HIT            = "YES"
008220                    MOVE "EVENT ALREADY POSTED" TO WS-REASON
008230                WHEN WS-CUR-EVT            NOT = 0
008240                    MOVE "EVENT ID TWICE ON EVENTIN" TO WS-REASON
008250                WHEN OTHER
008260                    CONTINUE
008270            END-EVALUATE.
008280            IF  WS-REASON                  NOT = SPACES
008290                ADD 1                      TO WS-EVENT-REJECTED
008300                MOVE "EVENT "              TO WS-RJ-KIND
008310                MOVE EV-EVENT-ID           TO WS-RJ-EVENT
008320                MOVE SPACES                TO WS-RJ-NAME
008330                PERFORM 29000-REJECT-PARA
008340            END-IF.
008350            ADD 1                          TO WS-EVT-COUNT.
008360            MOVE EV-EVENT-ID      TO WS-EV-EVENT-ID(WS-EVT-COUNT).
008370            MOVE EV-EVENT-TYPE    TO WS-EV-TYPE(WS-EVT-COUNT).
008380            MOVE EV-EVENT-NAME    TO WS-EV-NAME(WS-EVT-COUNT).
008390            MOVE 0                TO WS-EV-RESULTS(WS-EVT-COUNT).
008400            MOVE 0                TO WS-EV-POINTS(WS-EVT-COUNT).
008410            MOVE 0                TO WS-EV-PRIZES(WS-EVT-COUNT).
008420            IF  WS-REASON                  = SPACES
008430                MOVE EV-EVENT-DATE TO WS-EV-DATE(WS-EVT-COUNT)
008440                MOVE SPACES        TO WS-EV-STATUS(WS-EVT-COUNT)
008450            ELSE
008460                MOVE 0             TO WS-EV-DATE(WS-EVT-COUNT)
008470                MOVE "R"           TO WS-EV-STATUS(WS-EVT-COUNT)
008480            END-IF.
008490        17200-LOG-MATCH-PARA.
008500            IF  WS-LG-EVENT-ID(WS-LOG-SUB) = EV-EVENT-ID
008510                MOVE "YES"                 TO WS-LOG-HIT
008520            END-IF.
008530        17300-EVENT-MATCH-PARA.
008540            IF  WS-EV-EVENT-ID(WS-EVT-SUB) = EV-EVENT-ID
008550                MOVE WS-EVT-SUB            TO WS-CUR-EVT
008560            END-IF.
008570       ******************************************************************
008580       * READ ONE RESULT, EDIT IT, AND POST IT.
008590       ******************************************************************
008600        20000-RESULT-PARA.
008610            READ RESULT-FILE
008620            AT END
008630                MOVE "YES"                 TO WS-RESULT-EOF
008640            NOT AT END
008650                ADD 1                      TO WS-RESULT-READ
008660                PERFORM 21000-EDIT-RESULT-PARA
008670                IF  WS-REASON              = SPACES
008680                    PERFORM 22000-POST-RESULT-PARA
008690                ELSE
008700                    ADD 1                  TO WS-RESULT-REJECTED
008710                    MOVE "RESULT"          TO WS-RJ-KIND
008720                    MOVE ER-EVENT-ID       TO WS-RJ-EVENT
008730                    MOVE ER-CREW-NAME      TO WS-RJ-NAME
008740                    PERFORM 29000-REJECT-PARA
008750                END-IF
008760            END-READ.
008770       ******************************************************************
008780       * THE EVENT MUST BE POSTABLE, THE MEMBER ON THE ROSTER AND NOT
008790       * ALREADY PLACED IN IT, AND THE NUMBERS NUMERIC.
008800       ******************************************************************
008810        21000-EDIT-RESULT-PARA.
008820            MOVE SPACES                    TO WS-REASON.
008830            MOVE 0                         TO WS-CUR-EVT.
008840            PERFORM 21100-FIND-EVENT-PARA
008850                VARYING WS-EVT-SUB FROM 1 BY 1
008860                UNTIL WS-EVT-SUB           > WS-EVT-COUNT
008870                OR    WS-CUR-EVT           NOT = 0.
008880            MOVE 0                         TO WS-CUR-CREW.
008890            PERFORM 21200-FIND-CREW-PARA
008900                VARYING WS-CREW-SUB FROM 1 BY 1
008910                UNTIL WS-CREW-SUB          > WS-CREW-COUNT
008920                OR    WS-CUR-CREW          NOT = 0.
008930            MOVE "NO"                      TO WS-RS-DUP.
008940            IF  WS-CUR-EVT                 NOT = 0
008950                AND WS-CUR-CREW            NOT = 0
008960                PERFORM 21300-DUP-CHECK-PARA
008970                    VARYING WS-RS-SUB FROM 1 BY 1
008980                    UNTIL WS-RS-SUB        > WS-RESULT-COUNT
008990                    OR    WS-RS-DUP        = "YES"
009000            END-IF.
009010            EVALUATE TRUE
009020                WHEN WS-CUR-EVT            = 0
009030                    MOVE "EVENT NOT ON EVENTIN" TO WS-REASON
009040                WHEN WS-EV-STATUS(WS-CUR-EVT) NOT = SPACES
009050                    MOVE "EVENT REJECTED - NOT POSTED" TO WS-REASON
009060                WHEN WS-CUR-CREW           = 0
009070                    MOVE "NAME NOT ON THE ROSTER" TO WS-REASON
009080                WHEN ER-PLACEMENT          NOT NUMERIC
009090                    OR ER-POINTS           NOT NUMERIC
009100                    MOVE "PLACEMENT OR POINTS NOT NUMERIC"
009110                                           TO WS-REASON
009120                WHEN ER-PLACEMENT          = 0
009130                    MOVE "PLACEMENT ZERO"  TO WS-REASON
009140                WHEN WS-RS-DUP             = "YES"
009150                    MOVE "MEMBER ALREADY PLACED IN EVENT"
009160                                           TO WS-REASON
009170                WHEN WS-RESULT-COUNT       = 3000
009180                    MOVE "RESULT TABLE FULL AT 3000" TO WS-REASON
009190                WHEN OTHER
009200                    CONTINUE
009210            END-EVALUATE.
009220        21100-FIND-EVENT-PARA.
009230            IF  WS-EV-EVENT-ID(WS-EVT-SUB) = ER-EVENT-ID
009240                MOVE WS-EVT-SUB            TO WS-CUR-EVT
009250            END-IF.
009260        21200-FIND-CREW-PARA.
009270            IF  WS-CW-NAME(WS-CREW-SUB)    = ER-CREW-NAME
009280                MOVE WS-CREW-SUB           TO WS-CUR-CREW
009290            END-IF.
009300        21300-DUP-CHECK-PARA.
009310            IF  WS-RS-EVENT(WS-RS-SUB)     = WS-CUR-EVT
009320                AND WS-RS-CREW(WS-RS-SUB)  = WS-CUR-CREW
009330                MOVE "YES"                 TO WS-RS-DUP
009340            END-IF.
009350       ******************************************************************
009360       * POST THE RESULT: EXPERIENCE, SEASON POINTS (A NEW SEASON
009370       * RESTARTS THEM; AN EARLIER SEASON'S LATE EVENT ADDS EXPERIENCE
009380       * ONLY), LEVEL, PRIZE MONEY, AND THE SHEET ENTRY.
009390       ******************************************************************
009400        22000-POST-RESULT-PARA.
009410            MOVE WS-EV-DATE(WS-CUR-EVT)    TO WS-EVENT-DATE.
009420            ADD ER-POINTS        TO WS-CW-EXP-POINTS(WS-CUR-CREW).
009430            EVALUATE TRUE
009440                WHEN WS-CW-SEASON(WS-CUR-CREW) < WS-EVENT-YEAR
009450                    MOVE WS-EVENT-YEAR
009460                        TO WS-CW-SEASON(WS-CUR-CREW)
009470                    MOVE ER-POINTS
009480                        TO WS-CW-SEASON-PTS(WS-CUR-CREW)
009490                WHEN WS-CW-SEASON(WS-CUR-CREW) = WS-EVENT-YEAR
009500                    ADD ER-POINTS
009510                        TO WS-CW-SEASON-PTS(WS-CUR-CREW)
009520                WHEN OTHER
009530                    CONTINUE
009540            END-EVALUATE.
009550            MOVE WS-CW-LEVEL(WS-CUR-CREW)  TO WS-OLD-LEVEL.
009560            PERFORM 22100-LEVEL-PARA.
009570            PERFORM 22300-PRIZE-PARA.
009580            ADD 1                TO WS-EV-RESULTS(WS-CUR-EVT).
009590            ADD ER-POINTS        TO WS-EV-POINTS(WS-CUR-EVT).
009600            ADD WS-PRIZE         TO WS-EV-PRIZES(WS-CUR-EVT).
009610            PERFORM 23000-INSERT-RESULT-PARA.
009620       ******************************************************************
009630       * RAISE THE LEVEL TO THE HIGHEST THRESHOLD THE EXPERIENCE HAS
009640       * REACHED, AUDITING THE CHANGE AS CEXM1013 DOES.
009650       ******************************************************************
009660        22100-LEVEL-PARA.
009670            MOVE WS-OLD-LEVEL              TO WS-NEW-LEVEL.
009680            PERFORM 22200-LEVEL-STEP-PARA
009690                VARYING WS-LV-SUB FROM 1 BY 1
009700                UNTIL WS-LV-SUB            > 20.
009710            IF  WS-NEW-LEVEL               > WS-OLD-LEVEL
009720                MOVE WS-NEW-LEVEL  TO WS-CW-LEVEL(WS-CUR-CREW)
009730                ADD 1                      TO WS-PROMOTE-COUNT
009740                MOVE "PROMOTED "           TO WS-CL-VERB
009750                MOVE ER-CREW-NAME          TO WS-CL-NAME
009760                MOVE WS-OLD-LEVEL          TO WS-CL-OLD-LEVEL
009770                MOVE WS-NEW-LEVEL          TO WS-CL-NEW-LEVEL
009780                MOVE WS-CW-EXP-POINTS(WS-CUR-CREW) TO WS-CL-POINTS
009790                MOVE ER-EVENT-ID           TO WS-CL-EVENT
009800                MOVE WS-CHANGE-LINE        TO AU-AUDIT-REC
009810                WRITE AU-AUDIT-REC
009820            END-IF.
009830        22200-LEVEL-STEP-PARA.
009840            IF  WS-LV-SET(WS-LV-SUB)       = "Y"
009850                AND WS-LV-MIN(WS-LV-SUB)
009860                    NOT > WS-CW-EXP-POINTS(WS-CUR-CREW)
009870                AND WS-LV-SUB              > WS-NEW-LEVEL
009880                MOVE WS-LV-SUB             TO WS-NEW-LEVEL
009890            END-IF.
009900       ******************************************************************
009910       * THE PRIZE FOR THE EVENT TYPE AND PLACEMENT, IF ANY, GOES OUT
009920       * AS A CREWTRAN CREDIT.
009930       ******************************************************************
009940        22300-PRIZE-PARA.
009950            MOVE 0                         TO WS-PRIZE.
009960            PERFORM 22400-PRIZE-MATCH-PARA
009970                VARYING WS-PZ-SUB FROM 1 BY 1
009980                UNTIL WS-PZ-SUB            > WS-PRIZE-COUNT
009990                OR    WS-PRIZE             > 0.
010000            IF  WS-PRIZE                   > 0
010010                MOVE SPACES                TO TS-TRAN-REC
010020                MOVE ER-CREW-NAME          TO TS-CREW-NAME
010030                MOVE WS-EVENT-DATE         TO TS-TRAN-DATE
010040                MOVE "C"                   TO TS-TRAN-TYPE
010050                MOVE WS-PRIZE              TO TS-AMOUNT
010060                MOVE ER-EVENT-ID           TO TS-REASON-CODE
010070                WRITE TS-TRAN-REC
010080                ADD 1                      TO WS-CREDIT-COUNT
010090                ADD WS-PRIZE               TO WS-CREDIT-TOTAL
010100            END-IF.
010110        22400-PRIZE-MATCH-PARA.
010120            IF  WS-PZ-EVENT-TYPE(WS-PZ-SUB) = WS-EV-TYPE(WS-CUR-EVT)
010130                AND WS-PZ-PLACEMENT(WS-PZ-SUB) = ER-PLACEMENT
010140                MOVE WS-PZ-AMOUNT(WS-PZ-SUB) TO WS-PRIZE
010150            END-IF.
010160       ******************************************************************
010170       * PLACE THE RESULT IN EVENT AND PLACEMENT ORDER; A TIED
010180       * PLACEMENT FOLLOWS THE ONES ALREADY THERE.
010190       ******************************************************************
010200        23000-INSERT-RESULT-PARA.
010210            MOVE WS-CUR-EVT                TO WS-RK-EVENT.
010220            MOVE ER-PLACEMENT              TO WS-RK-PLACEMENT.
010230            MOVE 0                         TO WS-RS-HIT.
010240            PERFORM 23100-FIND-SLOT-PARA
010250                VARYING WS-RS-SUB FROM 1 BY 1
010260                UNTIL WS-RS-SUB            > WS-RESULT-COUNT
010270                OR    WS-RS-HIT            NOT = 0.
010280            IF  WS-RS-HIT                  = 0
010290                COMPUTE WS-RS-HIT = WS-RESULT-COUNT + 1
010300            END-IF.
010310            PERFORM 23200-SHIFT-PARA
010320                VARYING WS-RS-SUB FROM WS-RESULT-COUNT BY -1
010330                UNTIL WS-RS-SUB            < WS-RS-HIT.
010340            ADD 1                          TO WS-RESULT-COUNT.
010350            MOVE WS-RS-KEY-IN              TO WS-RS-KEY(WS-RS-HIT).
010360            MOVE WS-CUR-CREW               TO WS-RS-CREW(WS-RS-HIT).
010370            MOVE ER-POINTS                 TO WS-RS-POINTS(WS-RS-HIT).
010380            MOVE WS-PRIZE                  TO WS-RS-PRIZE(WS-RS-HIT).
010390            MOVE WS-OLD-LEVEL  TO WS-RS-OLD-LEVEL(WS-RS-HIT).
010400            MOVE WS-CW-LEVEL(WS-CUR-CREW)
010410                               TO WS-RS-NEW-LEVEL(WS-RS-HIT).
010420            MOVE WS-CW-EXP-POINTS(WS-CUR-CREW)
010430                               TO WS-RS-CAREER(WS-RS-HIT).
010440        23100-FIND-SLOT-PARA.
010450            IF  WS-RS-KEY(WS-RS-SUB)       > WS-RS-KEY-IN
010460                MOVE WS-RS-SUB             TO WS-RS-HIT
010470            END-IF.
010480        23200-SHIFT-PARA.
010490            MOVE WS-RS-ENTRY(WS-RS-SUB)    TO WS-RS-ENTRY(WS-RS-SUB + 1).
010500       ******************************************************************
010510       * ONE EVENT'S RESULTS SHEET. A POSTABLE EVENT WITH RESULTS IS
010520       * LOGGED ON EVTLOG; ONE WITH NONE IS LEFT FOR A LATER RUN.
010530       ******************************************************************
010540        25000-SHEET-PARA.
010550            IF  WS-EV-STATUS(WS-EVT-SUB)   = SPACES
010560                MOVE SPACES                TO SH-SHEET-REC
010570                WRITE SH-SHEET-REC
010580                MOVE WS-EV-EVENT-ID(WS-EVT-SUB) TO WS-EH-EVENT-ID
010590                MOVE WS-EV-DATE(WS-EVT-SUB) TO WS-EH-DATE
010600                MOVE WS-EV-TYPE(WS-EVT-SUB) TO WS-EH-TYPE
010610                MOVE WS-EV-NAME(WS-EVT-SUB) TO WS-EH-NAME
010620                MOVE WS-EVENT-HEAD         TO SH-SHEET-REC
010630                WRITE SH-SHEET-REC
010640                IF  WS-EV-RESULTS(WS-EVT-SUB) = 0
010650                    MOVE WS-NO-RESULTS-LINE TO SH-SHEET-REC
010660                    WRITE SH-SHEET-REC
010670                ELSE
010680                    MOVE WS-SHEET-COLS     TO SH-SHEET-REC
010690                    WRITE SH-SHEET-REC
010700                    PERFORM 25100-SHEET-LINE-PARA
010710                        VARYING WS-RS-SUB FROM 1 BY 1
010720                        UNTIL WS-RS-SUB    > WS-RESULT-COUNT
010730                    MOVE WS-EV-RESULTS(WS-EVT-SUB) TO WS-ET-RESULTS
010740                    MOVE WS-EV-POINTS(WS-EVT-SUB)  TO WS-ET-POINTS
010750                    MOVE WS-EV-PRIZES(WS-EVT-SUB)  TO WS-ET-PRIZES
010760                    MOVE WS-EVENT-TRAILER  TO SH-SHEET-REC
010770                    WRITE SH-SHEET-REC
010780                    PERFORM 26000-LOG-EVENT-PARA
010790                END-IF
010800            END-IF.
010810        25100-SHEET-LINE-PARA.
010820            IF  WS-RS-EVENT(WS-RS-SUB)     = WS-EVT-SUB
010830                MOVE WS-RS-PLACEMENT(WS-RS-SUB) TO WS-SL-PLACEMENT
010840                MOVE WS-RS-CREW(WS-RS-SUB) TO WS-CREW-SUB
010850                MOVE WS-CW-NAME(WS-CREW-SUB) TO WS-SL-NAME
010860                MOVE WS-RS-POINTS(WS-RS-SUB) TO WS-SL-POINTS
010870                MOVE WS-RS-PRIZE(WS-RS-SUB) TO WS-SL-PRIZE
010880                MOVE WS-RS-CAREER(WS-RS-SUB) TO WS-SL-CAREER
010890                IF  WS-RS-NEW-LEVEL(WS-RS-SUB)
010900                    > WS-RS-OLD-LEVEL(WS-RS-SUB)
010910                    MOVE WS-RS-OLD-LEVEL(WS-RS-SUB) TO WS-LN-OLD
010920                    MOVE WS-RS-NEW-LEVEL(WS-RS-SUB) TO WS-LN-NEW
010930                    MOVE WS-LEVEL-NOTE     TO WS-SL-LEVEL
010940                ELSE
010950                    MOVE SPACES            TO WS-SL-LEVEL
010960                END-IF
010970                MOVE WS-SHEET-LINE         TO SH-SHEET-REC
010980                WRITE SH-SHEET-REC
010990            END-IF.
011000       ******************************************************************
011010       * LOG THE EVENT AS POSTED.
011020       ******************************************************************
011030        26000-LOG-EVENT-PARA.
011040            MOVE SPACES                    TO EL-LOG-REC.
011050            MOVE WS-EV-EVENT-ID(WS-EVT-SUB) TO EL-EVENT-ID.
011060            MOVE WS-EV-DATE(WS-EVT-SUB)    TO EL-EVENT-DATE.
011070            MOVE WS-RUN-DATE               TO EL-POSTED-DATE.
011080            MOVE WS-EV-RESULTS(WS-EVT-SUB) TO EL-RESULT-COUNT.
011090            WRITE EL-LOG-REC.
011100            ADD 1                          TO WS-EVENT-POSTED.
011110       ******************************************************************
011120       * WRITE ONE MEMBER TO THE NEW MASTER WITH THE EVENT FIELDS AND
011130       * LEVEL UPDATED - EVERYTHING ELSE PASSES THROUGH AS READ.
011140       ******************************************************************
011150        27000-WRITE-MASTER-PARA.
011160            MOVE WS-CW-REC(WS-CREW-SUB)    TO FS-CREW-DATA-I.
011170            MOVE WS-CW-LEVEL(WS-CREW-SUB)  TO FS-LEVEL-I.
011180            MOVE WS-CW-EXP-POINTS(WS-CREW-SUB) TO FS-EXP-POINTS-I.
011190            MOVE WS-CW-SEASON(WS-CREW-SUB) TO FS-SEASON-I.
011200            MOVE WS-CW-SEASON-PTS(WS-CREW-SUB) TO FS-SEASON-PTS-I.
011210            MOVE FS-CREW-DATA-I            TO NS-CREW-REC.
011220            WRITE NS-CREW-REC.
011230       ******************************************************************
011240       * THE SEASON STANDINGS: EVERY MEMBER WITH POINTS IN THE SEASON,
011250       * MOST POINTS FIRST. TIED MEMBERS SHARE A RANK.
011260       ******************************************************************
011270        28000-STANDINGS-PARA.
011280            PERFORM 28100-RANK-MEMBER-PARA
011290                VARYING WS-CREW-SUB FROM 1 BY 1
011300                UNTIL WS-CREW-SUB          > WS-CREW-COUNT.
011310            MOVE WS-SEASON                 TO WS-ST-SEASON.
011320            MOVE WS-STAND-TITLE            TO SD-STAND-REC.
011330            WRITE SD-STAND-REC.
011340            MOVE WS-HEADER1                TO SD-STAND-REC.
011350            WRITE SD-STAND-REC.
011360            IF  WS-SD-COUNT                = 0
011370                MOVE WS-NO-STAND-LINE      TO SD-STAND-REC
011380                WRITE SD-STAND-REC
011390            ELSE
011400                MOVE WS-STAND-COLS         TO SD-STAND-REC
011410                WRITE SD-STAND-REC
011420                MOVE 0                     TO WS-SD-RANK
011430                MOVE 0                     TO WS-SD-LAST-PTS
011440                PERFORM 28400-STAND-LINE-PARA
011450                    VARYING WS-SD-SUB FROM 1 BY 1
011460                    UNTIL WS-SD-SUB        > WS-SD-COUNT
011470            END-IF.
011480        28100-RANK-MEMBER-PARA.
011490            IF  WS-CW-SEASON(WS-CREW-SUB)  = WS-SEASON
011500                AND WS-CW-SEASON-PTS(WS-CREW-SUB) > 0
011510                MOVE 0                     TO WS-SD-HIT
011520                PERFORM 28200-FIND-RANK-PARA
011530                    VARYING WS-SD-SUB FROM 1 BY 1
011540                    UNTIL WS-SD-SUB        > WS-SD-COUNT
011550                    OR    WS-SD-HIT        NOT = 0
011560                IF  WS-SD-HIT              = 0
011570                    COMPUTE WS-SD-HIT = WS-SD-COUNT + 1
011580                END-IF
011590                PERFORM 28300-SHIFT-RANK-PARA
011600                    VARYING WS-SD-SUB FROM WS-SD-COUNT BY -1
011610                    UNTIL WS-SD-SUB        < WS-SD-HIT
011620                ADD 1                      TO WS-SD-COUNT
011630                MOVE WS-CREW-SUB           TO WS-SD-CREW(WS-SD-HIT)
011640            END-IF.
011650        28200-FIND-RANK-PARA.
011660            MOVE WS-SD-CREW(WS-SD-SUB)     TO WS-CUR-CREW.
011670            IF  WS-CW-SEASON-PTS(WS-CUR-CREW)
011680                < WS-CW-SEASON-PTS(WS-CREW-SUB)
011690                MOVE WS-SD-SUB             TO WS-SD-HIT
011700            END-IF.
011710        28300-SHIFT-RANK-PARA.
011720            MOVE WS-SD-CREW(WS-SD-SUB)     TO WS-SD-CREW(WS-SD-SUB + 1).
011730        28400-STAND-LINE-PARA.
011740            MOVE WS-SD-CREW(WS-SD-SUB)     TO WS-CREW-SUB.
011750            IF  WS-CW-SEASON-PTS(WS-CREW-SUB) NOT = WS-SD-LAST-PTS
011760                MOVE WS-SD-SUB             TO WS-SD-RANK
011770                MOVE WS-CW-SEASON-PTS(WS-CREW-SUB) TO WS-SD-LAST-PTS
011780            END-IF.
011790            MOVE WS-SD-RANK                TO WS-SR-RANK.
011800            MOVE WS-CW-NAME(WS-CREW-SUB)   TO WS-SR-NAME.
011810            MOVE WS-CW-CLASS(WS-CREW-SUB)  TO WS-SR-CLASS.
011820            MOVE WS-CW-LEVEL(WS-CREW-SUB)  TO WS-SR-LEVEL.
011830            MOVE WS-CW-SEASON-PTS(WS-CREW-SUB) TO WS-SR-SEASON-PTS.
011840            MOVE WS-CW-EXP-POINTS(WS-CREW-SUB) TO WS-SR-CAREER.
011850            MOVE WS-STAND-LINE             TO SD-STAND-REC.
011860            WRITE SD-STAND-REC.
011870       ******************************************************************
011880       * LOG A REJECT ON THE RESULTS SHEETS.
011890       ******************************************************************
011900        29000-REJECT-PARA.
011910            MOVE WS-REASON                 TO WS-RJ-REASON.
011920            MOVE WS-REJECT-LINE            TO SH-SHEET-REC.
011930            WRITE SH-SHEET-REC.
011940       ******************************************************************
011950       * DISPLAY COUNTS AND CLOSE THE FILES.
011960       ******************************************************************
011970        30000-CLOSE-PARA.
011980            DISPLAY "EVENTS READ         : " WS-EVENT-READ.
011990            DISPLAY "EVENTS POSTED       : " WS-EVENT-POSTED.
012000            DISPLAY "EVENTS REJECTED     : " WS-EVENT-REJECTED.
012010            DISPLAY "RESULTS READ        : " WS-RESULT-READ.
012020            DISPLAY "RESULTS REJECTED    : " WS-RESULT-REJECTED.
012030            DISPLAY "LEVEL RISES         : " WS-PROMOTE-COUNT.
012040            DISPLAY "PRIZE CREDITS       : " WS-CREDIT-COUNT.
012050            DISPLAY "PRIZE MONEY         : " WS-CREDIT-TOTAL.
012060            CLOSE EVENT-FILE.
012070            CLOSE RESULT-FILE.
012080            CLOSE LEVEL-FILE.
012090            CLOSE PRIZE-FILE.
012100            CLOSE CREW-IN-FILE.
012110            CLOSE CREW-OUT-FILE.
012120            CLOSE TRAN-FILE.
012130            IF  WS-LOG-FS                  NOT = "35"
012140                CLOSE LOG-FILE
012150            END-IF.
012160            CLOSE AUDIT-FILE.
012170            CLOSE SHEET-FILE.
012180            CLOSE STAND-FILE.
