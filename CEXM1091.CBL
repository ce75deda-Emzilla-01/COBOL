000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1091.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: MORNING OPERATIONS STATUS BOARD. ONE PAGE THAT
000060       *  GATHERS, FOR A BUSINESS DATE, WHAT THE OPERATOR USED TO DIG
000070       *  OUT OF EACH JOB'S OUTPUT:
000080       *    - BOARDCTL LISTS EVERY JOB STEP EXPECTED THAT DAY: JOB,
000090       *      STEP NAME AS STAMPED ON TIMEHIST, PROGRAM, THE TIME IT
000100       *      MUST BE DONE BY (HHMMSS, ZERO FOR NO DEADLINE) AND THE
000110       *      REJECT SLOT (1-4, ZERO FOR NONE) HOLDING ITS REJECT FILE.
000120       *    - TIMEHIST (CEXM959'S START/END STAMPS) GIVES EACH STEP'S
000130       *      STATUS - COMPLETE, LATE, FAILED (STARTED, NEVER ENDED) OR
000140       *      NOT RUN - AND ITS ELAPSED SECONDS, SHOWN AGAINST THE
000150       *      AVERAGE OF ITS LAST RUNS= PRIOR RUNS THE WAY CEXM960
000160       *      TRENDS THEM; A RUN OVER THE MARGIN= PERCENT IS NOTED.
000170       *    - REJECT1-REJECT4 ARE THE 80-BYTE REJECT FILES THE LOADS
000180       *      WRITE (EXCPFILE AND THE LIKE); THEIR RECORDS ARE COUNTED
000190       *      AGAINST THE STEP NAMING THE SLOT. A MISSING OR DUMMY
000200       *      SLOT COUNTS ZERO.
000210       *    - RUNCTL (CEXM959) SHOWS WHETHER THE CHAIN CLOSED THE DATE.
000220       *    - STUDLOG/AUDITLOG/STFINLOG ARE PROVED AGAIN WITH CEXM907'S
000230       *      CONTROL-TOTAL CHECKS.
000240       *    - TRIALRPT (CEXM999) MUST BE FOR THE BUSINESS DATE AND IN
000250       *      BALANCE.
000260       *    - ACKRPT (CEXM939) IS COUNTED FOR REJECTED AND UNREADABLE
000270       *      TRANSMISSION ACKNOWLEDGMENTS.
000280       *  ANYTHING FAILED, LATE, OUT OF BALANCE OR NOT RUN IS A RED
000290       *  FLAG, LISTED AT THE TOP OF THE STATBRD PAGE. A DAY WITH ANY
000300       *  RED FLAG ENDS WITH RETURN CODE 8 SO THE SCHEDULER RAISES IT.
000310       *  SPGM0905 KEYWORD CARDS: DATE=YYYYMMDD (BUSINESS DATE, DEFAULT
000320       *  THE RUN DATE), RUNS=NN (DEFAULT 10) AND MARGIN=PP (DEFAULT
000330       *  20), THE LAST TWO AS ON CEXM960.
000340       * BOARDCTL: JEBA02.EMY.COBOL.BOARDCTL
000350       * RUNCTL  : JEBA02.EMY.COBOL.RUNCTL (INDEXED ON BUSINESS DATE)
000360       * TIMEHIST: JEBA02.EMY.COBOL.TIMEHIST
000370       * REJECT1 : REJECT FILE FOR SLOT 1 (SLOTS 2-4 LIKEWISE)
000380       * STUDLOG : JEBA02.EMY.COBOL.STUDLOG
000390       * AUDITLOG: JEBA02.EMY.COBOL.AUDITLOG
000400       * STFINLOG: JEBA02.EMY.COBOL.STFINLOG
000410       * TRIALRPT: JEBA02.EMY.COBOL.TRIALRPT
000420       * ACKRPT  : JEBA02.EMY.COBOL.ACKRPT
000430       * STATBRD : THE PRINTED BOARD (SYSOUT)
000440       * ----------------------------------------------------------------
000450       * PRJ NO    NAME     DATE          MAINT DESC.
000460       * ----------------------------------------------------------------
000470       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000480       ******************************************************************
000490        ENVIRONMENT DIVISION.
000500        INPUT-OUTPUT SECTION.
000510        FILE-CONTROL.
000520            SELECT BOARD-FILE
000530                ASSIGN TO BOARDCTL
000540                ORGANIZATION IS SEQUENTIAL
000550                ACCESS MODE IS SEQUENTIAL
000560                FILE STATUS IS WS-BOARD-FS.
000570            SELECT RUNCTL-FILE
000580                ASSIGN TO RUNCTL
000590                ORGANIZATION IS INDEXED
000600                ACCESS MODE IS RANDOM
000610                RECORD KEY IS RC-BUS-DATE
000620                FILE STATUS IS WS-RUNCTL-FS.
000630            SELECT TIME-FILE
000640                ASSIGN TO TIMEHIST
000650                ORGANIZATION IS SEQUENTIAL
000660                ACCESS MODE IS SEQUENTIAL
000670                FILE STATUS IS WS-TIME-FS.
000680            SELECT REJ1-FILE
000690                ASSIGN TO REJECT1
000700                ORGANIZATION IS SEQUENTIAL
000710                ACCESS MODE IS SEQUENTIAL
000720                FILE STATUS IS WS-REJ-FS.
000730            SELECT REJ2-FILE
000740                ASSIGN TO REJECT2
000750                ORGANIZATION IS SEQUENTIAL
000760                ACCESS MODE IS SEQUENTIAL
000770                FILE STATUS IS WS-REJ-FS.
000780            SELECT REJ3-FILE
000790                ASSIGN TO REJECT3
000800                ORGANIZATION IS SEQUENTIAL
000810                ACCESS MODE IS SEQUENTIAL
000820                FILE STATUS IS WS-REJ-FS.
000830            SELECT REJ4-FILE
000840                ASSIGN TO REJECT4
000850                ORGANIZATION IS SEQUENTIAL
000860                ACCESS MODE IS SEQUENTIAL
000870                FILE STATUS IS WS-REJ-FS.
000880            SELECT STUD-LOG-FILE
000890                ASSIGN TO STUDLOG
000900                ORGANIZATION IS SEQUENTIAL
000910                ACCESS MODE IS SEQUENTIAL
000920                FILE STATUS IS WS-LOG-FS.
000930            SELECT AUDIT-LOG-FILE
000940                ASSIGN TO AUDITLOG
000950                ORGANIZATION IS SEQUENTIAL
000960                ACCESS MODE IS SEQUENTIAL
000970                FILE STATUS IS WS-LOG-FS.
000980            SELECT STFIN-LOG-FILE
000990                ASSIGN TO STFINLOG
001000                ORGANIZATION IS SEQUENTIAL
001010                ACCESS MODE IS SEQUENTIAL
001020                FILE STATUS IS WS-LOG-FS.
001030            SELECT TRIAL-FILE
001040                ASSIGN TO TRIALRPT
001050                ORGANIZATION IS SEQUENTIAL
001060                ACCESS MODE IS SEQUENTIAL
001070                FILE STATUS IS WS-TRIAL-FS.
001080            SELECT ACK-FILE
001090                ASSIGN TO ACKRPT
001100                ORGANIZATION IS SEQUENTIAL
001110                ACCESS MODE IS SEQUENTIAL
001120                FILE STATUS IS WS-ACK-FS.
001130            SELECT REPORT-FILE
001140                ASSIGN TO STATBRD
001150                ORGANIZATION IS SEQUENTIAL
001160                ACCESS MODE IS SEQUENTIAL
001170                FILE STATUS IS WS-REPORT-FS.
001180        DATA DIVISION.
001190        FILE SECTION.
001200        FD  BOARD-FILE.
001210        01  BD-BOARD-REC.
001220            05  BD-JOB                    PIC X(08).
001230            05  BD-STEP                   PIC X(08).
001240            05  BD-PROGRAM                PIC X(08).
001250            05  BD-DUE-TIME               PIC 9(06).
001260            05  BD-REJ-SLOT               PIC 9(01).
001270            05  FILLER                    PIC X(49).
001280        FD  RUNCTL-FILE.
001290        01  RC-RUNCTL-REC.
001300            05  RC-BUS-DATE               PIC 9(08).
001310            05  RC-RUN-STATUS             PIC X(01).
001320            05  RC-LAST-STEP              PIC X(08).
001330            05  FILLER                    PIC X(63).
001340        FD  TIME-FILE.
001350        01  TH-TIME-REC.
001360            05  TH-BUS-DATE               PIC 9(08).
001370            05  TH-STEP                   PIC X(08).
001380            05  TH-EVENT                  PIC X(01).
001390            05  TH-TIME                   PIC 9(06).
001400            05  FILLER                    PIC X(57).
001410        01  TH-TIME-R REDEFINES TH-TIME-REC.
001420            05  FILLER                    PIC X(17).
001430            05  TH-TIME-HH                PIC 9(02).
001440            05  TH-TIME-MM                PIC 9(02).
001450            05  TH-TIME-SS                PIC 9(02).
001460            05  FILLER                    PIC X(57).
001470        FD  REJ1-FILE.
001480        01  R1-REJECT-REC                 PIC X(80).
001490        FD  REJ2-FILE.
001500        01  R2-REJECT-REC                 PIC X(80).
001510        FD  REJ3-FILE.
001520        01  R3-REJECT-REC                 PIC X(80).
001530        FD  REJ4-FILE.
001540        01  R4-REJECT-REC                 PIC X(80).
001550        FD  STUD-LOG-FILE.
001560        01  SL-AUDIT-REC.
001570            05  SL-PGM-ID                 PIC X(08).
001580            05  FILLER                    PIC X(02).
001590            05  SL-RUN-DATE               PIC X(08).
001600            05  FILLER                    PIC X(02).
001610            05  FILLER                    PIC X(16).
001620            05  SL-RECS-WRITTEN           PIC ZZZ,ZZ9.
001630            05  FILLER                    PIC X(28).
001640        FD  AUDIT-LOG-FILE.
001650        01  AL-AUDIT-REC.
001660            05  AL-PGM-ID                 PIC X(08).
001670            05  FILLER                    PIC X(02).
001680            05  AL-RUN-DATE               PIC X(08).
001690            05  FILLER                    PIC X(02).
001700            05  FILLER                    PIC X(11).
001710            05  AL-RECS-READ              PIC ZZZ,ZZ9.
001720            05  FILLER                    PIC X(02).
001730            05  FILLER                    PIC X(15).
001740            05  AL-RECS-SELECTED          PIC ZZZ,ZZ9.
001750            05  FILLER                    PIC X(14).
001760        FD  STFIN-LOG-FILE.
001770        01  FL-AUDIT-REC.
001780            05  FL-PGM-ID                 PIC X(08).
001790            05  FILLER                    PIC X(02).
001800            05  FL-RUN-DATE               PIC X(08).
001810            05  FILLER                    PIC X(02).
001820            05  FILLER                    PIC X(11).
001830            05  FL-GPA-READ               PIC ZZZ,ZZ9.
001840            05  FILLER                    PIC X(02).
001850            05  FILLER                    PIC X(09).
001860            05  FL-MATCHED                PIC ZZZ,ZZ9.
001870            05  FILLER                    PIC X(21).
001880        FD  TRIAL-FILE.
001890        01  TB-TRIAL-REC                  PIC X(80).
001900        FD  ACK-FILE.
001910        01  AK-ACK-LINE                   PIC X(80).
001920        FD  REPORT-FILE.
001930        01  RS-REPORT-REC                 PIC X(80).
001940        WORKING-STORAGE SECTION.
001950        01  WS-BOARD-FS                   PIC X(02).
001960        01  WS-RUNCTL-FS                  PIC X(02).
001970        01  WS-TIME-FS                    PIC X(02).
001980        01  WS-REJ-FS                     PIC X(02).
001990        01  WS-LOG-FS                     PIC X(02).
002000        01  WS-TRIAL-FS                   PIC X(02).
002010        01  WS-ACK-FS                     PIC X(02).
002020        01  WS-REPORT-FS                  PIC X(02).
002030        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
002040        01  WS-BOARD-EOF                  PIC X(03) VALUE "NO".
002050        01  WS-TIME-EOF                   PIC X(03) VALUE "NO".
002060        01  WS-REJ-EOF                    PIC X(03).
002070        01  WS-LOG-EOF                    PIC X(03).
002080        01  WS-TRIAL-EOF                  PIC X(03).
002090        01  WS-ACK-EOF                    PIC X(03).
002100        01  WS-PARM-CARD                  PIC X(80).
002110        01  WS-CURRENT-DATE-DATA          PIC X(21).
002120        01  WS-RUN-DATE                   PIC 9(08).
002130        01  WS-BUS-DATE                   PIC 9(08).
002140        01  WS-BUS-DATE-X REDEFINES WS-BUS-DATE
002150                                          PIC X(08).
002160        01  WS-RUNS-WANTED                PIC 9(02).
002170        01  WS-MARGIN-PCT                 PIC 9(02).
002180        01  WS-BOARD-READ                 PIC 9(04) VALUE 0.
002190       * ONE ENTRY PER EXPECTED STEP. THE LAST START STAMP SEEN FOR A
002200       * STEP WAITS FOR ITS END STAMP; PRIOR DAYS' ELAPSED TIMES ROLL
002210       * THROUGH A RING OF THE LAST RUNS= RUNS FOR THE AVERAGE.
002220        01  WS-STEP-COUNT                 PIC 9(02) VALUE 0.
002230        01  WS-STEP-TABLE.
002240            05  WS-ST-ENTRY               OCCURS 40 TIMES.
002250                10  WS-ST-JOB             PIC X(08).
002260                10  WS-ST-STEP            PIC X(08).
002270                10  WS-ST-PROGRAM         PIC X(08).
002280                10  WS-ST-DUE-TIME        PIC 9(06).
002290                10  WS-ST-REJ-SLOT        PIC 9(01).
002300                10  WS-ST-START-DATE      PIC 9(08).
002310                10  WS-ST-START-SECS      PIC 9(05).
002320                10  WS-ST-TODAY-START     PIC X(01).
002330                10  WS-ST-TODAY-END       PIC X(01).
002340                10  WS-ST-END-TIME        PIC 9(06).
002350                10  WS-ST-ELAPSED         PIC 9(06).
002360                10  WS-ST-STATUS          PIC X(10).
002370                10  WS-ST-NOTE            PIC X(10).
002380                10  WS-ST-AVERAGE         PIC 9(06).
002390                10  WS-ST-HIST-COUNT      PIC 9(02).
002400                10  WS-ST-HIST-NEXT       PIC 9(02).
002410                10  WS-ST-HIST-SECS       PIC 9(06) OCCURS 50 TIMES.
002420        01  WS-STEP-SUB                   PIC 9(02).
002430        01  WS-STEP-HIT                   PIC 9(02).
002440        01  WS-HIST-SUB                   PIC 9(02).
002450        01  WS-HIST-TOTAL                 PIC 9(08).
002460        01  WS-NOW-SECS                   PIC 9(05).
002470        01  WS-ELAPSED                    PIC S9(06).
002480        01  WS-FLAG-LIMIT                 PIC 9(08).
002490        01  WS-STAMPS-READ                PIC 9(06) VALUE 0.
002500       * RECORDS ON EACH REJECT SLOT.
002510        01  WS-REJ-TABLE.
002520            05  WS-REJ-COUNT              PIC 9(06) OCCURS 4 TIMES.
002530        01  WS-REJ-SUB                    PIC 9(01).
002540       * RED FLAGS, PRINTED FIRST ON THE PAGE.
002550        01  WS-FLAG-COUNT                 PIC 9(03) VALUE 0.
002560        01  WS-FLAG-TABLE.
002570            05  WS-FL-TEXT                PIC X(76) OCCURS 60 TIMES.
002580        01  WS-FLAG-SUB                   PIC 9(03).
002590        01  WS-FLAG-TEXT                  PIC X(76).
002600       * CHAIN RUN CONTROL, RECONCILIATION, TRIAL BALANCE AND
002610       * ACKNOWLEDGMENT RESULTS FOR THE SUMMARY LINES.
002620        01  WS-CHAIN-TEXT                 PIC X(59).
002630        01  WS-RECON-TEXT                 PIC X(59).
002640        01  WS-TRIAL-TEXT                 PIC X(59).
002650        01  WS-ACK-TEXT                   PIC X(59).
002660        01  WS-STUDFILE-WRITTEN           PIC 9(06) VALUE 0.
002670        01  WS-STUD70-READ                PIC 9(06) VALUE 0.
002680        01  WS-STUD70-SELECTED            PIC 9(06) VALUE 0.
002690        01  WS-STFINAL-GPA-READ           PIC 9(06) VALUE 0.
002700        01  WS-STFINAL-MATCHED            PIC 9(06) VALUE 0.
002710        01  WS-LOG-DATE                   PIC X(08).
002720        01  WS-LOG-NAME                   PIC X(08).
002730        01  WS-LOG-STALE                  PIC X(03).
002740        01  WS-LOGS-CURRENT               PIC X(03).
002750        01  WS-TRIAL-LINES                PIC 9(04).
002760        01  WS-TRIAL-DATE                 PIC X(08).
002770        01  WS-TRIAL-DIFF                 PIC X(18).
002780        01  WS-TRIAL-VERDICT              PIC X(03).
002790        01  WS-DIFF-LEAD                  PIC 9(02).
002800        01  WS-ACK-ACCEPTED               PIC 9(04) VALUE 0.
002810        01  WS-ACK-REJECTED               PIC 9(04) VALUE 0.
002820        01  WS-ACK-BAD                    PIC 9(04) VALUE 0.
002830        01  WS-ACK-PRESENT                PIC X(03) VALUE "YES".
002840        01  WS-COUNT-EDIT                 PIC ZZZ9.
002850        01  WS-COUNT-EDIT2                PIC ZZZ9.
002860        01  WS-COUNT-EDIT3                PIC ZZZ9.
002870        01  WS-WORK-TIME                  PIC 9(06).
002880        01  WS-WORK-TIME-R REDEFINES WS-WORK-TIME.
002890            05  WS-WT-HH                  PIC 9(02).
002900            05  WS-WT-MM                  PIC 9(02).
002910            05  WS-WT-SS                  PIC 9(02).
002920        01  WS-TIME-TEXT.
002930            05  WS-TX-HH                  PIC 9(02).
002940            05  FILLER                    PIC X(01) VALUE ":".
002950            05  WS-TX-MM                  PIC 9(02).
002960            05  FILLER                    PIC X(01) VALUE ":".
002970            05  WS-TX-SS                  PIC 9(02).
002980        01  WS-DUE-TEXT                   PIC X(08).
002990        01  WS-HEADER1                    PIC X(80) VALUE ALL "=".
003000        01  WS-HEADER2                    PIC X(80) VALUE ALL "-".
003010        01  WS-TITLE-LINE.
003020            05 FILLER                     PIC X(19) VALUE ALL "*".
003030            05 FILLER                     PIC X(35)
003040                     VALUE " MORNING OPERATIONS STATUS BOARD  ".
003050            05 FILLER                     PIC X(19) VALUE ALL "*".
003060            05 FILLER                     PIC X(07) VALUE SPACES.
003070        01  WS-DATE-LINE.
003080            05 FILLER                     PIC X(16)
003090                                          VALUE "BUSINESS DATE : ".
003100            05 WS-DL-BUS-DATE             PIC 9(08).
003110            05 FILLER                     PIC X(15)
003120                                          VALUE "    RUN DATE : ".
003130            05 WS-DL-RUN-DATE             PIC 9(08).
003140            05 FILLER                     PIC X(33) VALUE SPACES.
003150        01  WS-FLAG-HEAD.
003160            05 FILLER                     PIC X(12)
003170                                          VALUE "RED FLAGS : ".
003180            05 WS-FH-COUNT                PIC ZZ9.
003190            05 FILLER                     PIC X(65) VALUE SPACES.
003200        01  WS-NO-FLAG-LINE               PIC X(80)
003210                     VALUE "RED FLAGS : NONE - ALL CLEAR".
003220        01  WS-FLAG-LINE.
003230            05 FILLER                     PIC X(04) VALUE " ** ".
003240            05 WS-FD-TEXT                 PIC X(76).
003250        01  WS-COL-HEAD.
003260            05 FILLER                     PIC X(40)
003270                     VALUE "JOB      STEP     PROGRAM  STATUS      ".
003280            05 FILLER                     PIC X(40)
003290                     VALUE "ELAPSED  AVERAGE  REJECTS NOTE        ".
003300        01  WS-STEP-LINE.
003310            05 WS-SL-JOB                  PIC X(08).
003320            05 FILLER                     PIC X(01) VALUE SPACES.
003330            05 WS-SL-STEP                 PIC X(08).
003340            05 FILLER                     PIC X(01) VALUE SPACES.
003350            05 WS-SL-PROGRAM              PIC X(08).
003360            05 FILLER                     PIC X(01) VALUE SPACES.
003370            05 WS-SL-STATUS               PIC X(10).
003380            05 FILLER                     PIC X(02) VALUE SPACES.
003390            05 WS-SL-ELAPSED              PIC ZZZ,ZZ9 BLANK WHEN ZERO.
003400            05 FILLER                     PIC X(02) VALUE SPACES.
003410            05 WS-SL-AVERAGE              PIC ZZZ,ZZ9 BLANK WHEN ZERO.
003420            05 FILLER                     PIC X(02) VALUE SPACES.
003430            05 WS-SL-REJECTS              PIC ZZZ,ZZ9.
003440            05 FILLER                     PIC X(01) VALUE SPACES.
003450            05 WS-SL-NOTE                 PIC X(10).
003460            05 FILLER                     PIC X(04) VALUE SPACES.
003470        01  WS-SUMMARY-LINE.
003480            05 WS-SM-LABEL                PIC X(21).
003490            05 WS-SM-TEXT                 PIC X(59).
003500        COPY SPGM0905L.
003510        COPY SPGM0906L.
003520        COPY SPGMABNL.
003530        PROCEDURE DIVISION.
003540       ******************************************************************
003550       * MAIN PROGRAM FLOW.
003560       ******************************************************************
003570        00000-MAIN-PARA.
003580            PERFORM 05000-ACCEPT-PARA.
003590            IF  WS-ERROR-FLAG              NOT = "YES"
003600                PERFORM 10000-INITIALIZE-PARA
003610            END-IF.
003620            IF  WS-ERROR-FLAG              NOT = "YES"
003630                PERFORM 12000-LOAD-BOARD-PARA
003640                    UNTIL WS-BOARD-EOF     = "YES"
003650                    OR    WS-ERROR-FLAG    = "YES"
003660            END-IF.
003670            IF  WS-ERROR-FLAG              NOT = "YES"
003680                AND WS-STEP-COUNT          = 0
003690                DISPLAY "BOARDCTL LISTS NO STEPS - RUN REFUSED."
003700                MOVE 16                    TO RETURN-CODE
003710                MOVE "YES"                 TO WS-ERROR-FLAG
003720            END-IF.
003730            IF  WS-ERROR-FLAG              NOT = "YES"
003740                PERFORM 14000-RUNCTL-PARA
003750            END-IF.
003760            IF  WS-ERROR-FLAG              NOT = "YES"
003770                PERFORM 16000-OPEN-TIME-PARA
003780                PERFORM 16100-READ-TIME-PARA
003790                    UNTIL WS-TIME-EOF      = "YES"
003800                    OR    WS-ERROR-FLAG    = "YES"
003810            END-IF.
003820            IF  WS-ERROR-FLAG              NOT = "YES"
003830                PERFORM 18000-COUNT-REJECTS-PARA
003840            END-IF.
003850            IF  WS-ERROR-FLAG              NOT = "YES"
003860                PERFORM 20000-JUDGE-STEP-PARA
003870                    VARYING WS-STEP-SUB FROM 1 BY 1
003880                    UNTIL WS-STEP-SUB      > WS-STEP-COUNT
003890            END-IF.
003900            IF  WS-ERROR-FLAG              NOT = "YES"
003910                PERFORM 22000-RECONCILE-PARA
003920            END-IF.
003930            IF  WS-ERROR-FLAG              NOT = "YES"
003940                PERFORM 23000-TRIAL-PARA
003950            END-IF.
003960            IF  WS-ERROR-FLAG              NOT = "YES"
003970                PERFORM 24000-ACK-PARA
003980            END-IF.
003990            IF  WS-ERROR-FLAG              NOT = "YES"
004000                PERFORM 25000-PRINT-BOARD-PARA
004010                PERFORM 28000-TOTALS-PARA
004020            END-IF.
004030            PERFORM 30000-CLOSE-PARA.
004040            STOP RUN.
004050       ******************************************************************
004060       * ACCEPT THE DATE=, RUNS= AND MARGIN= CARDS.
004070       ******************************************************************
004080        05000-ACCEPT-PARA.
004090            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
004100            MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-RUN-DATE.
004110            MOVE SPACES                    TO WS-PARM-CARD.
004120            ACCEPT WS-PARM-CARD.
004130            MOVE WS-PARM-CARD              TO LK-PA-CARD.
004140            MOVE "DATE"                    TO LK-PA-KEYWORD.
004150            SET LK-PA-NUMERIC              TO TRUE.
004160            MOVE 19000101                  TO LK-PA-MIN-VALUE.
004170            MOVE 29991231                  TO LK-PA-MAX-VALUE.
004180            MOVE WS-CURRENT-DATE-DATA(1:8) TO LK-PA-DEFAULT.
004190            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
004200            IF  LK-PA-BAD
004210                DISPLAY "BAD DATE= CARD - RUN REFUSED."
004220                MOVE 16                    TO RETURN-CODE
004230                MOVE "YES"                 TO WS-ERROR-FLAG
004240            ELSE
004250                MOVE LK-PA-NUM-VALUE       TO WS-BUS-DATE
004260                SET LK-DT-VALIDATE         TO TRUE
004270                MOVE WS-BUS-DATE           TO LK-DT-DATE-1
004280                CALL 'SPGM0906'            USING LK-DATESVC-PARMS
004290                IF  LK-DT-BAD
004300                    DISPLAY "DATE= " WS-BUS-DATE
004310                        " IS NOT A REAL DATE - RUN REFUSED."
004320                    MOVE 16                TO RETURN-CODE
004330                    MOVE "YES"             TO WS-ERROR-FLAG
004340                END-IF
004350            END-IF.
004360            MOVE SPACES                    TO WS-PARM-CARD.
004370            ACCEPT WS-PARM-CARD.
004380            MOVE WS-PARM-CARD              TO LK-PA-CARD.
004390            MOVE "RUNS"                    TO LK-PA-KEYWORD.
004400            SET LK-PA-NUMERIC              TO TRUE.
004410            MOVE 1                         TO LK-PA-MIN-VALUE.
004420            MOVE 50                        TO LK-PA-MAX-VALUE.
004430            MOVE "10"                      TO LK-PA-DEFAULT.
004440            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
004450            IF  LK-PA-BAD
004460                DISPLAY "BAD RUNS= CARD - RUN REFUSED."
004470                MOVE 16                    TO RETURN-CODE
004480                MOVE "YES"                 TO WS-ERROR-FLAG
004490            ELSE
004500                MOVE LK-PA-NUM-VALUE       TO WS-RUNS-WANTED
004510            END-IF.
004520            MOVE SPACES                    TO WS-PARM-CARD.
004530            ACCEPT WS-PARM-CARD.
004540            MOVE WS-PARM-CARD              TO LK-PA-CARD.
004550            MOVE "MARGIN"                  TO LK-PA-KEYWORD.
004560            SET LK-PA-NUMERIC              TO TRUE.
004570            MOVE 1                         TO LK-PA-MIN-VALUE.
004580            MOVE 99                        TO LK-PA-MAX-VALUE.
004590            MOVE "20"                      TO LK-PA-DEFAULT.
004600            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
004610            IF  LK-PA-BAD
004620                DISPLAY "BAD MARGIN= CARD - RUN REFUSED."
004630                MOVE 16                    TO RETURN-CODE
004640                MOVE "YES"                 TO WS-ERROR-FLAG
004650            ELSE
004660                MOVE LK-PA-NUM-VALUE       TO WS-MARGIN-PCT
004670            END-IF.
004680       ******************************************************************
004690       * ADD WS-FLAG-TEXT TO THE RED FLAGS. PAST THE TABLE'S SIZE THE
004700       * FLAG IS STILL COUNTED, AND SHOWN ON THE JOB LOG.
004710       ******************************************************************
004720        07100-ADD-FLAG-PARA.
004730            ADD 1                          TO WS-FLAG-COUNT.
004740            IF  WS-FLAG-COUNT              NOT > 60
004750                MOVE WS-FLAG-TEXT          TO WS-FL-TEXT(WS-FLAG-COUNT)
004760            ELSE
004770                DISPLAY "RED FLAG: " WS-FLAG-TEXT
004780            END-IF.
004790       ******************************************************************
004800       * WS-WORK-TIME (HHMMSS) AS HH:MM:SS IN WS-TIME-TEXT.
004810       ******************************************************************
004820        07200-EDIT-TIME-PARA.
004830            MOVE WS-WT-HH                  TO WS-TX-HH.
004840            MOVE WS-WT-MM                  TO WS-TX-MM.
004850            MOVE WS-WT-SS                  TO WS-TX-SS.
004860       ******************************************************************
004870       * OPEN THE CONTROL FILE AND THE BOARD. THE SOURCES THE BOARD
004880       * REPORTS ON ARE OPENED AS EACH IS READ, SINCE A MISSING ONE IS
004890       * ITSELF SOMETHING TO REPORT.
004900       ******************************************************************
004910        10000-INITIALIZE-PARA.
004920            INITIALIZE WS-REJ-TABLE.
004930            OPEN INPUT BOARD-FILE.
004940            IF WS-BOARD-FS                NOT = "00"
004950               DISPLAY "BOARDCTL ACCESS ERROR."
004960               MOVE "CEXM1091"            TO LK-PGM-ID
004970               MOVE "BOARDCTL"            TO LK-FILE-ID
004980               MOVE WS-BOARD-FS           TO LK-FILE-STATUS
004990               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005000               IF  LK-ABEND-YES
005010                   MOVE 16                TO RETURN-CODE
005020                   MOVE "YES"             TO WS-ERROR-FLAG
005030               END-IF
005040            END-IF.
005050            OPEN OUTPUT REPORT-FILE.
005060            IF WS-REPORT-FS               NOT = "00"
005070               DISPLAY "STATBRD ACCESS ERROR."
005080               MOVE "CEXM1091"            TO LK-PGM-ID
005090               MOVE "STATBRD"             TO LK-FILE-ID
005100               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
005110               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005120               IF  LK-ABEND-YES
005130                   MOVE 16                TO RETURN-CODE
005140                   MOVE "YES"             TO WS-ERROR-FLAG
005150               END-IF
005160            END-IF.
005170       ******************************************************************
005180       * LOAD ONE EXPECTED STEP. A ROW THAT CANNOT BE JUDGED - NO STEP
005190       * NAME, A BAD DEADLINE OR SLOT, A STEP LISTED TWICE - REFUSES
005200       * THE RUN RATHER THAN PRINT A BOARD THAT MISSES A STEP.
005210       ******************************************************************
005220        12000-LOAD-BOARD-PARA.
005230            READ BOARD-FILE
005240            AT END
005250                MOVE "YES"                 TO WS-BOARD-EOF
005260            NOT AT END
005270                ADD 1                      TO WS-BOARD-READ
005280                PERFORM 12100-CHECK-ROW-PARA
005290            END-READ.
005300        12100-CHECK-ROW-PARA.
005310            MOVE 0                         TO WS-STEP-HIT.
005320            PERFORM 12200-FIND-STEP-PARA
005330                VARYING WS-STEP-SUB FROM 1 BY 1
005340                UNTIL WS-STEP-SUB          > WS-STEP-COUNT.
005350            EVALUATE TRUE
005360                WHEN BD-STEP               = SPACES
005370                WHEN BD-DUE-TIME           NOT NUMERIC
005380                WHEN BD-DUE-TIME           > 235959
005390                WHEN BD-REJ-SLOT           NOT NUMERIC
005400                WHEN BD-REJ-SLOT           > 4
005410                    DISPLAY "BOARDCTL ROW " WS-BOARD-READ
005420                        " IS INVALID - RUN REFUSED."
005430                    MOVE 16                TO RETURN-CODE
005440                    MOVE "YES"             TO WS-ERROR-FLAG
005450                WHEN WS-STEP-HIT           > 0
005460                    DISPLAY "BOARDCTL LISTS STEP " BD-STEP
005470                        " TWICE - RUN REFUSED."
005480                    MOVE 16                TO RETURN-CODE
005490                    MOVE "YES"             TO WS-ERROR-FLAG
005500                WHEN WS-STEP-COUNT         NOT < 40
005510                    DISPLAY "BOARDCTL HAS MORE THAN 40 STEPS"
005520                        " - RUN REFUSED."
005530                    MOVE 16                TO RETURN-CODE
005540                    MOVE "YES"             TO WS-ERROR-FLAG
005550                WHEN OTHER
005560                    ADD 1                  TO WS-STEP-COUNT
005570                    INITIALIZE WS-ST-ENTRY(WS-STEP-COUNT)
005580                    MOVE BD-JOB            TO WS-ST-JOB(WS-STEP-COUNT)
005590                    MOVE BD-STEP           TO WS-ST-STEP(WS-STEP-COUNT)
005600                    MOVE BD-PROGRAM
005610                                        TO WS-ST-PROGRAM(WS-STEP-COUNT)
005620                    MOVE BD-DUE-TIME
005630                                       TO WS-ST-DUE-TIME(WS-STEP-COUNT)
005640                    MOVE BD-REJ-SLOT
005650                                       TO WS-ST-REJ-SLOT(WS-STEP-COUNT)
005660                    MOVE "N"
005670                                    TO WS-ST-TODAY-START(WS-STEP-COUNT)
005680                    MOVE "N"
005690                                      TO WS-ST-TODAY-END(WS-STEP-COUNT)
005700            END-EVALUATE.
005710        12200-FIND-STEP-PARA.
005720            IF  WS-ST-STEP(WS-STEP-SUB)    = BD-STEP
005730                MOVE WS-STEP-SUB           TO WS-STEP-HIT
005740            END-IF.
005750       ******************************************************************
005760       * THE CHAIN'S RUNCTL RECORD FOR THE BUSINESS DATE: CLOSED IS
005770       * DONE; OPEN MEANS THE CHAIN STOPPED PART WAY; NO RECORD MEANS
005780       * IT NEVER STARTED.
005790       ******************************************************************
005800        14000-RUNCTL-PARA.
005810            OPEN INPUT RUNCTL-FILE.
005820            IF WS-RUNCTL-FS               = "35"
005830               MOVE "23"                  TO WS-RUNCTL-FS
005840            ELSE
005850               IF WS-RUNCTL-FS            NOT = "00"
005860                  DISPLAY "RUNCTL ACCESS ERROR."
005870                  MOVE "CEXM1091"         TO LK-PGM-ID
005880                  MOVE "RUNCTL"           TO LK-FILE-ID
005890                  MOVE WS-RUNCTL-FS       TO LK-FILE-STATUS
005900                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
005910                  IF  LK-ABEND-YES
005920                      MOVE 16             TO RETURN-CODE
005930                      MOVE "YES"          TO WS-ERROR-FLAG
005940                  END-IF
005950               ELSE
005960                  MOVE WS-BUS-DATE        TO RC-BUS-DATE
005970                  READ RUNCTL-FILE
005980                      INVALID KEY
005990                          CONTINUE
006000                  END-READ
006010                  CLOSE RUNCTL-FILE
006020               END-IF
006030            END-IF.
006040            IF  WS-ERROR-FLAG              NOT = "YES"
006050                EVALUATE TRUE
006060                    WHEN WS-RUNCTL-FS      = "23"
006070                        MOVE "NOT RUN - DATE NEVER REGISTERED"
006080                                           TO WS-CHAIN-TEXT
006090                        MOVE "CHAIN NOT RUN - DATE NOT ON RUNCTL"
006100                                           TO WS-FLAG-TEXT
006110                        PERFORM 07100-ADD-FLAG-PARA
006120                    WHEN WS-RUNCTL-FS      NOT = "00"
006130                        MOVE "UNREADABLE - RUNCTL STATUS "
006140                                           TO WS-CHAIN-TEXT
006150                        MOVE WS-RUNCTL-FS  TO WS-CHAIN-TEXT(28:2)
006160                        MOVE "CHAIN STATUS UNKNOWN - RUNCTL UNREADABLE"
006170                                           TO WS-FLAG-TEXT
006180                        PERFORM 07100-ADD-FLAG-PARA
006190                    WHEN RC-RUN-STATUS     = "C"
006200                        MOVE "COMPLETED"   TO WS-CHAIN-TEXT
006210                    WHEN OTHER
006220                        MOVE SPACES        TO WS-CHAIN-TEXT
006230                        STRING "NOT COMPLETED - LAST STEP DONE "
006240                                           DELIMITED BY SIZE
006250                               RC-LAST-STEP
006260                                           DELIMITED BY SIZE
006270                          INTO WS-CHAIN-TEXT
006280                        END-STRING
006290                        MOVE SPACES        TO WS-FLAG-TEXT
006300                        STRING "CHAIN FAILED - RUNCTL STILL OPEN, LAST "
006310                                           DELIMITED BY SIZE
006320                               "STEP DONE "
006330                                           DELIMITED BY SIZE
006340                               RC-LAST-STEP
006350                                           DELIMITED BY SIZE
006360                          INTO WS-FLAG-TEXT
006370                        END-STRING
006380                        PERFORM 07100-ADD-FLAG-PARA
006390                END-EVALUATE
006400            END-IF.
006410       ******************************************************************
006420       * READ THE TIMING HISTORY. NO TIMEHIST MEANS NO STEP HAS EVER
006430       * STAMPED, SO EVERY STEP WILL SHOW AS NOT RUN.
006440       ******************************************************************
006450        16000-OPEN-TIME-PARA.
006460            OPEN INPUT TIME-FILE.
006470            IF WS-TIME-FS                 = "35"
006480               MOVE "YES"                 TO WS-TIME-EOF
006490            ELSE
006500               IF WS-TIME-FS              NOT = "00"
006510                  DISPLAY "TIMEHIST ACCESS ERROR."
006520                  MOVE "CEXM1091"         TO LK-PGM-ID
006530                  MOVE "TIMEHIST"         TO LK-FILE-ID
006540                  MOVE WS-TIME-FS         TO LK-FILE-STATUS
006550                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
006560                  IF  LK-ABEND-YES
006570                      MOVE 16             TO RETURN-CODE
006580                      MOVE "YES"          TO WS-ERROR-FLAG
006590                  END-IF
006600               END-IF
006610            END-IF.
006620       ******************************************************************
006630       * ONE STAMP. STAMPS AFTER THE BUSINESS DATE AND STEPS NOT ON
006640       * THE BOARD ARE PASSED OVER.
006650       ******************************************************************
006660        16100-READ-TIME-PARA.
006670            READ TIME-FILE
006680            AT END
006690                MOVE "YES"                 TO WS-TIME-EOF
006700                CLOSE TIME-FILE
006710            NOT AT END
006720                ADD 1                      TO WS-STAMPS-READ
006730                IF  TH-BUS-DATE            NOT > WS-BUS-DATE
006740                    MOVE 0                 TO WS-STEP-HIT
006750                    PERFORM 16200-FIND-STAMP-STEP-PARA
006760                        VARYING WS-STEP-SUB FROM 1 BY 1
006770                        UNTIL WS-STEP-SUB  > WS-STEP-COUNT
006780                    IF  WS-STEP-HIT        > 0
006790                        COMPUTE WS-NOW-SECS = (TH-TIME-HH * 3600)
006800                            + (TH-TIME-MM * 60) + TH-TIME-SS
006810                        EVALUATE TH-EVENT
006820                            WHEN "S"
006830                                PERFORM 16300-START-PARA
006840                            WHEN "E"
006850                                PERFORM 16400-END-PARA
006860                            WHEN OTHER
006870                                CONTINUE
006880                        END-EVALUATE
006890                    END-IF
006900                END-IF
006910            END-READ.
006920        16200-FIND-STAMP-STEP-PARA.
006930            IF  WS-ST-STEP(WS-STEP-SUB)    = TH-STEP
006940                MOVE WS-STEP-SUB           TO WS-STEP-HIT
006950            END-IF.
006960       * A RESTARTED STEP STAMPS AGAIN; THE LATEST START IS THE ONE ITS
006970       * END STAMP CLOSES.
006980        16300-START-PARA.
006990            MOVE TH-BUS-DATE       TO WS-ST-START-DATE(WS-STEP-HIT).
007000            MOVE WS-NOW-SECS       TO WS-ST-START-SECS(WS-STEP-HIT).
007010            IF  TH-BUS-DATE                = WS-BUS-DATE
007020                MOVE "Y"           TO WS-ST-TODAY-START(WS-STEP-HIT)
007030                MOVE "N"           TO WS-ST-TODAY-END(WS-STEP-HIT)
007040            END-IF.
007050       * A PRIOR DAY'S RUN GOES INTO THE STEP'S TREND RING; THE
007060       * BUSINESS DATE'S RUN IS THE ONE THE BOARD JUDGES.
007070        16400-END-PARA.
007080            IF  WS-ST-START-DATE(WS-STEP-HIT) = TH-BUS-DATE
007090                COMPUTE WS-ELAPSED = WS-NOW-SECS
007100                    - WS-ST-START-SECS(WS-STEP-HIT)
007110                IF  WS-ELAPSED             < 0
007120                    ADD 86400              TO WS-ELAPSED
007130                END-IF
007140                IF  TH-BUS-DATE            = WS-BUS-DATE
007150                    MOVE "Y"              TO WS-ST-TODAY-END(WS-STEP-HIT)
007160                    MOVE TH-TIME          TO WS-ST-END-TIME(WS-STEP-HIT)
007170                    MOVE WS-ELAPSED       TO WS-ST-ELAPSED(WS-STEP-HIT)
007180                ELSE
007190                    ADD 1                 TO WS-ST-HIST-NEXT(WS-STEP-HIT)
007200                    IF  WS-ST-HIST-NEXT(WS-STEP-HIT) > WS-RUNS-WANTED
007210                        MOVE 1            TO WS-ST-HIST-NEXT(WS-STEP-HIT)
007220                    END-IF
007230                    MOVE WS-ST-HIST-NEXT(WS-STEP-HIT) TO WS-HIST-SUB
007240                    MOVE WS-ELAPSED       TO
007250                        WS-ST-HIST-SECS(WS-STEP-HIT, WS-HIST-SUB)
007260                    IF  WS-ST-HIST-COUNT(WS-STEP-HIT) < WS-RUNS-WANTED
007270                        ADD 1      TO WS-ST-HIST-COUNT(WS-STEP-HIT)
007280                    END-IF
007290                END-IF
007300            ELSE
007310                DISPLAY "END STAMP WITHOUT A START - " TH-STEP
007320                    " ON " TH-BUS-DATE
007330            END-IF.
007340       ******************************************************************
007350       * COUNT THE RECORDS ON EACH REJECT SLOT. A SLOT WHOSE FILE IS
007360       * NOT THERE COUNTS ZERO.
007370       ******************************************************************
007380        18000-COUNT-REJECTS-PARA.
007390            OPEN INPUT REJ1-FILE.
007400            MOVE 1                         TO WS-REJ-SUB.
007410            PERFORM 18900-REJ-OPEN-CHECK-PARA.
007420            PERFORM 18100-READ-REJ1-PARA
007430                UNTIL WS-REJ-EOF           = "YES".
007440            OPEN INPUT REJ2-FILE.
007450            MOVE 2                         TO WS-REJ-SUB.
007460            PERFORM 18900-REJ-OPEN-CHECK-PARA.
007470            PERFORM 18200-READ-REJ2-PARA
007480                UNTIL WS-REJ-EOF           = "YES".
007490            OPEN INPUT REJ3-FILE.
007500            MOVE 3                         TO WS-REJ-SUB.
007510            PERFORM 18900-REJ-OPEN-CHECK-PARA.
007520            PERFORM 18300-READ-REJ3-PARA
007530                UNTIL WS-REJ-EOF           = "YES".
007540            OPEN INPUT REJ4-FILE.
007550            MOVE 4                         TO WS-REJ-SUB.
007560            PERFORM 18900-REJ-OPEN-CHECK-PARA.
007570            PERFORM 18400-READ-REJ4-PARA
007580                UNTIL WS-REJ-EOF           = "YES".
007590        18100-READ-REJ1-PARA.
007600            READ REJ1-FILE
007610            AT END
007620                MOVE "YES"                 TO WS-REJ-EOF
007630                CLOSE REJ1-FILE
007640            NOT AT END
007650                ADD 1                      TO WS-REJ-COUNT(1)
007660            END-READ.
007670        18200-READ-REJ2-PARA.
007680            READ REJ2-FILE
007690            AT END
007700                MOVE "YES"                 TO WS-REJ-EOF
007710                CLOSE REJ2-FILE
007720            NOT AT END
007730                ADD 1                      TO WS-REJ-COUNT(2)
007740            END-READ.
007750        18300-READ-REJ3-PARA.
007760            READ REJ3-FILE
007770            AT END
007780                MOVE "YES"                 TO WS-REJ-EOF
007790                CLOSE REJ3-FILE
007800            NOT AT END
007810                ADD 1                      TO WS-REJ-COUNT(3)
007820            END-READ.
007830        18400-READ-REJ4-PARA.
007840            READ REJ4-FILE
007850            AT END
007860                MOVE "YES"                 TO WS-REJ-EOF
007870                CLOSE REJ4-FILE
007880            NOT AT END
007890                ADD 1                      TO WS-REJ-COUNT(4)
007900            END-READ.
007910       * A SLOT THAT WILL NOT OPEN IS SHOWN ON THE JOB LOG AND COUNTED
007920       * ZERO; THE BOARD STILL PRINTS.
007930        18900-REJ-OPEN-CHECK-PARA.
007940            MOVE "NO"                      TO WS-REJ-EOF.
007950            IF  WS-REJ-FS                  NOT = "00"
007960                MOVE "YES"                 TO WS-REJ-EOF
007970                IF  WS-REJ-FS              NOT = "35"
007980                    DISPLAY "REJECT" WS-REJ-SUB
007990                        " CANNOT BE OPENED - STATUS " WS-REJ-FS
008000                END-IF
008010            END-IF.
008020       ******************************************************************
008030       * JUDGE ONE STEP FOR THE BUSINESS DATE AND RAISE ITS RED FLAG.
008040       ******************************************************************
008050        20000-JUDGE-STEP-PARA.
008060            MOVE SPACES                    TO WS-ST-NOTE(WS-STEP-SUB).
008070            MOVE 0                         TO WS-HIST-TOTAL.
008080            PERFORM 20100-SUM-HIST-PARA
008090                VARYING WS-HIST-SUB FROM 1 BY 1
008100                UNTIL WS-HIST-SUB
008110                                   > WS-ST-HIST-COUNT(WS-STEP-SUB).
008120            IF  WS-ST-HIST-COUNT(WS-STEP-SUB) > 0
008130                COMPUTE WS-ST-AVERAGE(WS-STEP-SUB) ROUNDED =
008140                    WS-HIST-TOTAL / WS-ST-HIST-COUNT(WS-STEP-SUB)
008150            END-IF.
008160            MOVE SPACES                    TO WS-FLAG-TEXT.
008170            EVALUATE TRUE
008180                WHEN WS-ST-TODAY-END(WS-STEP-SUB) = "Y"
008190                    MOVE "COMPLETE"        TO WS-ST-STATUS(WS-STEP-SUB)
008200                    PERFORM 20200-TREND-PARA
008210                    PERFORM 20300-DEADLINE-PARA
008220                WHEN WS-ST-TODAY-START(WS-STEP-SUB) = "Y"
008230                    MOVE "FAILED"          TO WS-ST-STATUS(WS-STEP-SUB)
008240                    STRING WS-ST-JOB(WS-STEP-SUB) " "
008250                           WS-ST-STEP(WS-STEP-SUB) " "
008260                           WS-ST-PROGRAM(WS-STEP-SUB)
008270                           " FAILED - STARTED, NEVER ENDED"
008280                                           DELIMITED BY SIZE
008290                      INTO WS-FLAG-TEXT
008300                    END-STRING
008310                    PERFORM 07100-ADD-FLAG-PARA
008320                WHEN OTHER
008330                    MOVE "NOT RUN"         TO WS-ST-STATUS(WS-STEP-SUB)
008340                    STRING WS-ST-JOB(WS-STEP-SUB) " "
008350                           WS-ST-STEP(WS-STEP-SUB) " "
008360                           WS-ST-PROGRAM(WS-STEP-SUB)
008370                           " NOT RUN FOR THE BUSINESS DATE"
008380                                           DELIMITED BY SIZE
008390                      INTO WS-FLAG-TEXT
008400                    END-STRING
008410                    PERFORM 07100-ADD-FLAG-PARA
008420            END-EVALUATE.
008430        20100-SUM-HIST-PARA.
008440            ADD WS-ST-HIST-SECS(WS-STEP-SUB, WS-HIST-SUB)
008450                                           TO WS-HIST-TOTAL.
008460       * OVER THE TREND IS NOTED, NOT FLAGGED - A SLOW STEP THAT STILL
008470       * MADE ITS DEADLINE IS FOR THE TREND REPORT, NOT THE OPERATOR.
008480        20200-TREND-PARA.
008490            IF  WS-ST-HIST-COUNT(WS-STEP-SUB) > 0
008500                COMPUTE WS-FLAG-LIMIT = (WS-ST-AVERAGE(WS-STEP-SUB)
008510                    * (100 + WS-MARGIN-PCT)) / 100
008520                IF  WS-ST-ELAPSED(WS-STEP-SUB) > WS-FLAG-LIMIT
008530                    MOVE "OVER TREND"      TO WS-ST-NOTE(WS-STEP-SUB)
008540                END-IF
008550            END-IF.
008560        20300-DEADLINE-PARA.
008570            IF  WS-ST-DUE-TIME(WS-STEP-SUB) > 0
008580                AND WS-ST-END-TIME(WS-STEP-SUB)
008590                                         > WS-ST-DUE-TIME(WS-STEP-SUB)
008600                MOVE "LATE"                TO WS-ST-STATUS(WS-STEP-SUB)
008610                MOVE WS-ST-DUE-TIME(WS-STEP-SUB) TO WS-WORK-TIME
008620                PERFORM 07200-EDIT-TIME-PARA
008630                MOVE WS-TIME-TEXT          TO WS-DUE-TEXT
008640                MOVE WS-ST-END-TIME(WS-STEP-SUB) TO WS-WORK-TIME
008650                PERFORM 07200-EDIT-TIME-PARA
008660                STRING WS-ST-JOB(WS-STEP-SUB) " "
008670                       WS-ST-STEP(WS-STEP-SUB) " "
008680                       WS-ST-PROGRAM(WS-STEP-SUB)
008690                       " LATE - ENDED " WS-TIME-TEXT
008700                       ", DUE BY " WS-DUE-TEXT
008710                                           DELIMITED BY SIZE
008720                  INTO WS-FLAG-TEXT
008730                END-STRING
008740                PERFORM 07100-ADD-FLAG-PARA
008750            END-IF.
008760       ******************************************************************
008770       * CEXM907'S CONTROL-TOTAL PROOF, FROM THE LAST RECORD ON EACH
008780       * LOG. A LOG THAT IS MISSING, EMPTY OR FROM BEFORE THE BUSINESS
008790       * DATE MEANS ITS PROGRAM DID NOT RUN.
008800       ******************************************************************
008810        22000-RECONCILE-PARA.
008820            MOVE "YES"                     TO WS-LOGS-CURRENT.
008830            MOVE "STUDLOG"                 TO WS-LOG-NAME.
008840            MOVE SPACES                    TO WS-LOG-DATE.
008850            OPEN INPUT STUD-LOG-FILE.
008860            PERFORM 22900-LOG-OPEN-CHECK-PARA.
008870            PERFORM 22100-READ-STUD-LOG-PARA
008880                UNTIL WS-LOG-EOF           = "YES".
008890            PERFORM 22950-LOG-DATE-CHECK-PARA.
008900            MOVE "AUDITLOG"                TO WS-LOG-NAME.
008910            MOVE SPACES                    TO WS-LOG-DATE.
008920            OPEN INPUT AUDIT-LOG-FILE.
008930            PERFORM 22900-LOG-OPEN-CHECK-PARA.
008940            PERFORM 22200-READ-AUDIT-LOG-PARA
008950                UNTIL WS-LOG-EOF           = "YES".
008960            PERFORM 22950-LOG-DATE-CHECK-PARA.
008970            MOVE "STFINLOG"                TO WS-LOG-NAME.
008980            MOVE SPACES                    TO WS-LOG-DATE.
008990            OPEN INPUT STFIN-LOG-FILE.
009000            PERFORM 22900-LOG-OPEN-CHECK-PARA.
009010            PERFORM 22300-READ-STFIN-LOG-PARA
009020                UNTIL WS-LOG-EOF           = "YES".
009030            PERFORM 22950-LOG-DATE-CHECK-PARA.
009040            EVALUATE TRUE
009050                WHEN WS-LOGS-CURRENT       = "NO"
009060                    MOVE "NOT RUN FOR THE BUSINESS DATE"
009070                                           TO WS-RECON-TEXT
009080                WHEN WS-STUD70-READ        > WS-STUDFILE-WRITTEN
009090                WHEN WS-STUD70-SELECTED    > WS-STUD70-READ
009100                WHEN WS-STFINAL-GPA-READ   > WS-STUDFILE-WRITTEN
009110                WHEN WS-STFINAL-MATCHED    > WS-STFINAL-GPA-READ
009120                    MOVE "*** OUT OF BALANCE ***"
009130                                           TO WS-RECON-TEXT
009140                    MOVE "CEXM907 CONTROL TOTALS OUT OF BALANCE"
009150                                           TO WS-FLAG-TEXT
009160                    PERFORM 07100-ADD-FLAG-PARA
009170                WHEN OTHER
009180                    MOVE "IN BALANCE"      TO WS-RECON-TEXT
009190            END-EVALUATE.
009200        22100-READ-STUD-LOG-PARA.
009210            READ STUD-LOG-FILE
009220            AT END
009230                MOVE "YES"                 TO WS-LOG-EOF
009240                CLOSE STUD-LOG-FILE
009250            NOT AT END
009260                MOVE SL-RUN-DATE           TO WS-LOG-DATE
009270                MOVE SL-RECS-WRITTEN       TO WS-STUDFILE-WRITTEN
009280            END-READ.
009290        22200-READ-AUDIT-LOG-PARA.
009300            READ AUDIT-LOG-FILE
009310            AT END
009320                MOVE "YES"                 TO WS-LOG-EOF
009330                CLOSE AUDIT-LOG-FILE
009340            NOT AT END
009350                MOVE AL-RUN-DATE           TO WS-LOG-DATE
009360                MOVE AL-RECS-READ          TO WS-STUD70-READ
009370                MOVE AL-RECS-SELECTED      TO WS-STUD70-SELECTED
009380            END-READ.
009390        22300-READ-STFIN-LOG-PARA.
009400            READ STFIN-LOG-FILE
009410            AT END
009420                MOVE "YES"                 TO WS-LOG-EOF
009430                CLOSE STFIN-LOG-FILE
009440            NOT AT END
009450                MOVE FL-RUN-DATE           TO WS-LOG-DATE
009460                MOVE FL-GPA-READ           TO WS-STFINAL-GPA-READ
009470                MOVE FL-MATCHED            TO WS-STFINAL-MATCHED
009480            END-READ.
009490        22900-LOG-OPEN-CHECK-PARA.
009500            MOVE "NO"                      TO WS-LOG-EOF.
009510            IF  WS-LOG-FS                  NOT = "00"
009520                MOVE "YES"                 TO WS-LOG-EOF
009530                IF  WS-LOG-FS              NOT = "35"
009540                    DISPLAY WS-LOG-NAME
009550                        " CANNOT BE OPENED - STATUS " WS-LOG-FS
009560                END-IF
009570            END-IF.
009580        22950-LOG-DATE-CHECK-PARA.
009590            IF  WS-LOG-DATE                = SPACES
009600                OR  WS-LOG-DATE            < WS-BUS-DATE-X
009610                MOVE "NO"                  TO WS-LOGS-CURRENT
009620                MOVE SPACES                TO WS-FLAG-TEXT
009630                STRING "CEXM907 RECONCILIATION NOT RUN - " WS-LOG-NAME
009640                       " NOT WRITTEN FOR THE BUSINESS DATE"
009650                                           DELIMITED BY SIZE
009660                  INTO WS-FLAG-TEXT
009670                END-STRING
009680                PERFORM 07100-ADD-FLAG-PARA
009690            END-IF.
009700       ******************************************************************
009710       * CEXM999'S TRIAL BALANCE PROOF: ITS SECOND LINE CARRIES THE
009720       * DATE PROVED, ITS DIFFERENCE LINE THE AMOUNT, ITS LAST LINE THE
009730       * VERDICT.
009740       ******************************************************************
009750        23000-TRIAL-PARA.
009760            MOVE 0                         TO WS-TRIAL-LINES.
009770            MOVE SPACES                    TO WS-TRIAL-DATE.
009780            MOVE SPACES                    TO WS-TRIAL-DIFF.
009790            MOVE "NO"                      TO WS-TRIAL-VERDICT.
009800            MOVE "NO"                      TO WS-TRIAL-EOF.
009810            OPEN INPUT TRIAL-FILE.
009820            IF  WS-TRIAL-FS                NOT = "00"
009830                MOVE "YES"                 TO WS-TRIAL-EOF
009840                IF  WS-TRIAL-FS            NOT = "35"
009850                    DISPLAY "TRIALRPT CANNOT BE OPENED - STATUS "
009860                        WS-TRIAL-FS
009870                END-IF
009880            END-IF.
009890            PERFORM 23100-READ-TRIAL-PARA
009900                UNTIL WS-TRIAL-EOF         = "YES".
009910            MOVE SPACES                    TO WS-FLAG-TEXT.
009920            EVALUATE TRUE
009930                WHEN WS-TRIAL-DATE         NOT = WS-BUS-DATE-X
009940                    MOVE "NOT RUN FOR THE BUSINESS DATE"
009950                                           TO WS-TRIAL-TEXT
009960                    MOVE "CEXM999 TRIAL BALANCE NOT RUN FOR THE DATE"
009970                                           TO WS-FLAG-TEXT
009980                    PERFORM 07100-ADD-FLAG-PARA
009990                WHEN WS-TRIAL-VERDICT      = "IN "
010000                    MOVE "IN BALANCE"      TO WS-TRIAL-TEXT
010010                WHEN WS-TRIAL-VERDICT      = "OUT"
010020                    MOVE SPACES            TO WS-TRIAL-TEXT
010030                    STRING "*** OUT OF BALANCE *** DIFFERENCE "
010040                           WS-TRIAL-DIFF
010050                                           DELIMITED BY SIZE
010060                      INTO WS-TRIAL-TEXT
010070                    END-STRING
010080                    STRING "CEXM999 RECEIVABLES OUT OF BALANCE -"
010090                           " DIFFERENCE " WS-TRIAL-DIFF
010100                                           DELIMITED BY SIZE
010110                      INTO WS-FLAG-TEXT
010120                    END-STRING
010130                    PERFORM 07100-ADD-FLAG-PARA
010140                WHEN OTHER
010150                    MOVE "INCOMPLETE - NO VERDICT LINE"
010160                                           TO WS-TRIAL-TEXT
010170                    MOVE "CEXM999 TRIAL BALANCE HAS NO VERDICT LINE"
010180                                           TO WS-FLAG-TEXT
010190                    PERFORM 07100-ADD-FLAG-PARA
010200            END-EVALUATE.
010210        23100-READ-TRIAL-PARA.
010220            READ TRIAL-FILE
010230            AT END
010240                MOVE "YES"                 TO WS-TRIAL-EOF
010250                CLOSE TRIAL-FILE
010260            NOT AT END
010270                ADD 1                      TO WS-TRIAL-LINES
010280                EVALUATE TRUE
010290                    WHEN WS-TRIAL-LINES    = 2
010300                        AND TB-TRIAL-REC(1:11) = "FOR DATE : "
010310                        MOVE TB-TRIAL-REC(12:8) TO WS-TRIAL-DATE
010320                    WHEN TB-TRIAL-REC(1:20) = "DIFFERENCE        : "
010330                        MOVE 0             TO WS-DIFF-LEAD
010340                        INSPECT TB-TRIAL-REC(21:18)
010350                            TALLYING WS-DIFF-LEAD FOR LEADING SPACES
010360                        IF  WS-DIFF-LEAD   < 18
010370                            MOVE TB-TRIAL-REC(21 + WS-DIFF-LEAD:
010380                                              18 - WS-DIFF-LEAD)
010390                                           TO WS-TRIAL-DIFF
010400                        END-IF
010410                    WHEN TB-TRIAL-REC(1:23) = "RECEIVABLES IN BALANCE."
010420                        MOVE "IN "         TO WS-TRIAL-VERDICT
010430                    WHEN TB-TRIAL-REC(1:30)
010440                                   = "*** RECEIVABLES OUT OF BALANCE"
010450                        MOVE "OUT"         TO WS-TRIAL-VERDICT
010460                    WHEN OTHER
010470                        CONTINUE
010480                END-EVALUATE
010490            END-READ.
010500       ******************************************************************
010510       * CEXM939'S ACKNOWLEDGMENT REPORT. A TRANSMISSION THE DISTRICT
010520       * REJECTED, OR AN ACK THAT COULD NOT BE READ, IS A RED FLAG.
010530       ******************************************************************
010540        24000-ACK-PARA.
010550            MOVE "NO"                      TO WS-ACK-EOF.
010560            OPEN INPUT ACK-FILE.
010570            IF  WS-ACK-FS                  NOT = "00"
010580                MOVE "YES"                 TO WS-ACK-EOF
010590                MOVE "NO"                  TO WS-ACK-PRESENT
010600                IF  WS-ACK-FS              NOT = "35"
010610                    DISPLAY "ACKRPT CANNOT BE OPENED - STATUS "
010620                        WS-ACK-FS
010630                END-IF
010640            END-IF.
010650            PERFORM 24100-READ-ACK-PARA
010660                UNTIL WS-ACK-EOF           = "YES".
010670            IF  WS-ACK-PRESENT             = "NO"
010680                MOVE "NO ACKNOWLEDGMENTS RECEIVED"
010690                                           TO WS-ACK-TEXT
010700            ELSE
010710                MOVE SPACES                TO WS-ACK-TEXT
010720                MOVE WS-ACK-ACCEPTED       TO WS-COUNT-EDIT
010730                MOVE WS-ACK-REJECTED       TO WS-COUNT-EDIT2
010740                MOVE WS-ACK-BAD            TO WS-COUNT-EDIT3
010750                STRING WS-COUNT-EDIT " ACCEPTED  " WS-COUNT-EDIT2
010760                       " REJECTED  " WS-COUNT-EDIT3 " UNREADABLE"
010770                                           DELIMITED BY SIZE
010780                  INTO WS-ACK-TEXT
010790                END-STRING
010800            END-IF.
010810            IF  WS-ACK-REJECTED            > 0
010820                OR  WS-ACK-BAD             > 0
010830                MOVE SPACES                TO WS-FLAG-TEXT
010840                MOVE WS-ACK-REJECTED       TO WS-COUNT-EDIT
010850                MOVE WS-ACK-BAD            TO WS-COUNT-EDIT2
010860                STRING "CEXM939 TRANSMISSIONS REJECTED:" WS-COUNT-EDIT
010870                       "  UNREADABLE ACKS:" WS-COUNT-EDIT2
010880                                           DELIMITED BY SIZE
010890                  INTO WS-FLAG-TEXT
010900                END-STRING
010910                PERFORM 07100-ADD-FLAG-PARA
010920            END-IF.
010930        24100-READ-ACK-PARA.
010940            READ ACK-FILE
010950            AT END
010960                MOVE "YES"                 TO WS-ACK-EOF
010970                CLOSE ACK-FILE
010980            NOT AT END
010990                EVALUATE AK-ACK-LINE(1:10)
011000                    WHEN "ACCEPTED  "
011010                        ADD 1              TO WS-ACK-ACCEPTED
011020                    WHEN "*REJECTED*"
011030                        ADD 1              TO WS-ACK-REJECTED
011040                    WHEN "?BAD ACK? "
011050                        ADD 1              TO WS-ACK-BAD
011060                    WHEN OTHER
011070                        CONTINUE
011080                END-EVALUATE
011090            END-READ.
011100       ******************************************************************
011110       * PRINT THE PAGE: RED FLAGS FIRST, THEN EVERY STEP, THEN THE
011120       * CHAIN, PROOF AND ACKNOWLEDGMENT SUMMARIES.
011130       ******************************************************************
011140        25000-PRINT-BOARD-PARA.
011150            MOVE WS-HEADER1                TO RS-REPORT-REC.
011160            WRITE RS-REPORT-REC.
011170            MOVE WS-TITLE-LINE             TO RS-REPORT-REC.
011180            WRITE RS-REPORT-REC.
011190            MOVE WS-BUS-DATE               TO WS-DL-BUS-DATE.
011200            MOVE WS-RUN-DATE               TO WS-DL-RUN-DATE.
011210            MOVE WS-DATE-LINE              TO RS-REPORT-REC.
011220            WRITE RS-REPORT-REC.
011230            MOVE WS-HEADER1                TO RS-REPORT-REC.
011240            WRITE RS-REPORT-REC.
011250            IF  WS-FLAG-COUNT              = 0
011260                MOVE WS-NO-FLAG-LINE       TO RS-REPORT-REC
011270                WRITE RS-REPORT-REC
011280            ELSE
011290                MOVE WS-FLAG-COUNT         TO WS-FH-COUNT
011300                MOVE WS-FLAG-HEAD          TO RS-REPORT-REC
011310                WRITE RS-REPORT-REC
011320                PERFORM 25100-PRINT-FLAG-PARA
011330                    VARYING WS-FLAG-SUB FROM 1 BY 1
011340                    UNTIL WS-FLAG-SUB      > WS-FLAG-COUNT
011350                    OR    WS-FLAG-SUB      > 60
011360            END-IF.
011370            MOVE WS-HEADER2                TO RS-REPORT-REC.
011380            WRITE RS-REPORT-REC.
011390            MOVE WS-COL-HEAD               TO RS-REPORT-REC.
011400            WRITE RS-REPORT-REC.
011410            PERFORM 25200-PRINT-STEP-PARA
011420                VARYING WS-STEP-SUB FROM 1 BY 1
011430                UNTIL WS-STEP-SUB          > WS-STEP-COUNT.
011440            MOVE WS-HEADER2                TO RS-REPORT-REC.
011450            WRITE RS-REPORT-REC.
011460            MOVE "CHAIN RUN CONTROL  : "   TO WS-SM-LABEL.
011470            MOVE WS-CHAIN-TEXT             TO WS-SM-TEXT.
011480            MOVE WS-SUMMARY-LINE           TO RS-REPORT-REC.
011490            WRITE RS-REPORT-REC.
011500            MOVE "COUNT RECONCILE    : "   TO WS-SM-LABEL.
011510            MOVE WS-RECON-TEXT             TO WS-SM-TEXT.
011520            MOVE WS-SUMMARY-LINE           TO RS-REPORT-REC.
011530            WRITE RS-REPORT-REC.
011540            MOVE "TRIAL BALANCE      : "   TO WS-SM-LABEL.
011550            MOVE WS-TRIAL-TEXT             TO WS-SM-TEXT.
011560            MOVE WS-SUMMARY-LINE           TO RS-REPORT-REC.
011570            WRITE RS-REPORT-REC.
011580            MOVE "ACKNOWLEDGMENTS    : "   TO WS-SM-LABEL.
011590            MOVE WS-ACK-TEXT               TO WS-SM-TEXT.
011600            MOVE WS-SUMMARY-LINE           TO RS-REPORT-REC.
011610            WRITE RS-REPORT-REC.
011620            MOVE WS-HEADER1                TO RS-REPORT-REC.
011630            WRITE RS-REPORT-REC.
011640        25100-PRINT-FLAG-PARA.
011650            MOVE WS-FL-TEXT(WS-FLAG-SUB)   TO WS-FD-TEXT.
011660            MOVE WS-FLAG-LINE              TO RS-REPORT-REC.
011670            WRITE RS-REPORT-REC.
011680        25200-PRINT-STEP-PARA.
011690            MOVE WS-ST-JOB(WS-STEP-SUB)    TO WS-SL-JOB.
011700            MOVE WS-ST-STEP(WS-STEP-SUB)   TO WS-SL-STEP.
011710            MOVE WS-ST-PROGRAM(WS-STEP-SUB) TO WS-SL-PROGRAM.
011720            MOVE WS-ST-STATUS(WS-STEP-SUB) TO WS-SL-STATUS.
011730            MOVE WS-ST-ELAPSED(WS-STEP-SUB) TO WS-SL-ELAPSED.
011740            MOVE WS-ST-AVERAGE(WS-STEP-SUB) TO WS-SL-AVERAGE.
011750            MOVE WS-ST-NOTE(WS-STEP-SUB)   TO WS-SL-NOTE.
011760            IF  WS-ST-REJ-SLOT(WS-STEP-SUB) > 0
011770                MOVE WS-ST-REJ-SLOT(WS-STEP-SUB) TO WS-REJ-SUB
011780                MOVE WS-REJ-COUNT(WS-REJ-SUB) TO WS-SL-REJECTS
011790            ELSE
011800                MOVE 0                     TO WS-SL-REJECTS
011810            END-IF.
011820            MOVE WS-STEP-LINE              TO RS-REPORT-REC.
011830            WRITE RS-REPORT-REC.
011840       ******************************************************************
011850       * ANY RED FLAG ENDS THE RUN WITH RETURN CODE 8.
011860       ******************************************************************
011870        28000-TOTALS-PARA.
011880            IF  WS-FLAG-COUNT              > 0
011890                DISPLAY "CEXM1091 *** " WS-FLAG-COUNT
011900                    " RED FLAG(S) FOR " WS-BUS-DATE
011910                    " - SEE STATBRD ***"
011920                MOVE 8                     TO RETURN-CODE
011930            END-IF.
011940       ******************************************************************
011950       * DISPLAY COUNTS AND CLOSE THE FILES.
011960       ******************************************************************
011970        30000-CLOSE-PARA.
011980            DISPLAY "STEPS ON THE BOARD  : " WS-STEP-COUNT.
011990            DISPLAY "TIMESTAMPS READ     : " WS-STAMPS-READ.
012000            DISPLAY "RED FLAGS           : " WS-FLAG-COUNT.
012010            CLOSE BOARD-FILE.
012020            CLOSE REPORT-FILE.
