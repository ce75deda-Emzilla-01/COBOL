000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1071.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: PRE-TRANSMISSION PAYROLL VARIANCE EDIT. A
000060       *  MISPLACED DECIMAL ON A TIMECARD OR A RAISE WENT STRAIGHT INTO
000070       *  BANKINT AND SURFACED ONLY WHEN THE EMPLOYEE CALLED. RUNNING
000080       *  AFTER CEXM1004 AND BEFORE CEXM1006, THIS STEP TAKES EACH
000090       *  EMPLOYEE'S PERIOD FIGURES FROM PAYSTUB AND FLAGS:
000100       *    GA/NA  GROSS/NET AGAINST THE PAYYTD AVERAGE PER EARLIER
000110       *           PERIOD ((YTD LESS THIS PERIOD) / (PERIODS - 1))
000120       *    GP/NP  GROSS/NET AGAINST THE PRIOR PERIOD
000130       *    OT     OVERTIME HOURS OVER THE LIMIT
000140       *    NZ     NET PAY OF ZERO OR LESS
000150       *  A CHANGE IS FLAGGED WHEN IT IS BEYOND EITHER THE PERCENTAGE
000160       *  OR THE DOLLAR THRESHOLD. THE THRESHOLDS COME FROM THREE
000170       *  CONTROL CARDS (SPGM0905): PCT= (DEFAULT 25), AMT= WHOLE
000180       *  DOLLARS (DEFAULT 500) AND OTMAX= HOURS (DEFAULT 20).
000190       *  EVERY EXCEPTION GOES TO THE PAYEXCP FILE, WHICH ENDS WITH A
000200       *  T RECORD TO SHOW THE EDIT RAN TO COMPLETION; CEXM1006 WILL
000210       *  NOT TRANSMIT WHILE PAYEXCP HOLDS AN UNRELEASED EXCEPTION.
000220       *  PAYROLL RELEASES A FLAGGED EMPLOYEE WITH A PAYREL CARD (EMP
000230       *  NO, OPERATOR ID, REMARK) AND A RERUN OF THIS STEP. EACH CARD
000240       *  IS PROVED THROUGH SPGM0908 (TYPE R) AND SO LOGGED TO SECLOG;
000250       *  A RELEASE HOLDS FOR THE PERIOD IT WAS GIVEN IN, SO EARLIER
000260       *  RELEASES ARE CARRIED FORWARD FROM THE PREVIOUS PAYEXCP. THE
000270       *  PAYEDRPT REPORT LISTS EVERY EXCEPTION; UNRELEASED EXCEPTIONS
000280       *  OR A DENIED RELEASE LEAVE RETURN CODE 4.
000290       * PAYSTUB : JEBA02.EMY.COBOL.PAYSTUB
000300       * PAYYTD  : JEBA02.EMY.COBOL.PAYYTD (INDEXED ON EMP NO)
000310       * PAYREL  : JEBA02.EMY.COBOL.PAYREL (OPTIONAL)
000320       * PAYEXCP : JEBA02.EMY.COBOL.PAYEXCP
000330       * PAYEDRPT: JEBA02.EMY.COBOL.PAYEDRPT
000340       * ----------------------------------------------------------------
000350       * PRJ NO    NAME     DATE          MAINT DESC.
000360       * ----------------------------------------------------------------
000370       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000380       ******************************************************************
000390        ENVIRONMENT DIVISION.
000400        INPUT-OUTPUT SECTION.
000410        FILE-CONTROL.
000420            SELECT STUB-FILE
000430                ASSIGN TO PAYSTUB
000440                ORGANIZATION IS SEQUENTIAL
000450                ACCESS MODE IS SEQUENTIAL
000460                FILE STATUS IS WS-STUB-FS.
000470            SELECT YTD-FILE
000480                ASSIGN TO PAYYTD
000490                ORGANIZATION IS INDEXED
000500                ACCESS MODE IS RANDOM
000510                RECORD KEY IS YT-EMP-NO
000520                FILE STATUS IS WS-YTD-FS.
000530            SELECT REL-FILE
000540                ASSIGN TO PAYREL
000550                ORGANIZATION IS SEQUENTIAL
000560                ACCESS MODE IS SEQUENTIAL
000570                FILE STATUS IS WS-REL-FS.
000580            SELECT EXCP-FILE
000590                ASSIGN TO PAYEXCP
000600                ORGANIZATION IS SEQUENTIAL
000610                ACCESS MODE IS SEQUENTIAL
000620                FILE STATUS IS WS-EXCP-FS.
000630            SELECT REPORT-FILE
000640                ASSIGN TO PAYEDRPT
000650                ORGANIZATION IS SEQUENTIAL
000660                ACCESS MODE IS SEQUENTIAL
000670                FILE STATUS IS WS-REPORT-FS.
000680        DATA DIVISION.
000690        FILE SECTION.
000700        FD  STUB-FILE.
000710        01  ST-STUB-REC.
000720            05  ST-EMP-NO                 PIC 9(04).
000730            05  ST-EMP-NAME               PIC X(20).
000740            05  ST-DEPT-NO                PIC 9(02).
000750            05  ST-PERIOD-DATE            PIC X(08).
000760            05  ST-REG-HOURS              PIC 9(05).
000770            05  ST-OT-HOURS               PIC 9(05).
000780            05  ST-GROSS                  PIC 9(09)V9(02).
000790            05  ST-TAX                    PIC 9(07)V9(02).
000800            05  ST-INS                    PIC 9(07)V9(02).
000810            05  ST-OTHER                  PIC 9(07)V9(02).
000820            05  ST-NET                    PIC S9(09)V9(02).
000830            05  ST-YTD-GROSS              PIC 9(09)V9(02).
000840            05  ST-YTD-NET                PIC S9(09)V9(02).
000850            05  ST-PRIOR-GROSS            PIC 9(09)V9(02).
000860            05  ST-PRIOR-NET              PIC S9(09)V9(02).
000870            05  FILLER                    PIC X(03).
000880        FD  YTD-FILE.
000890        01  YT-YTD-REC.
000900            05  YT-EMP-NO                 PIC 9(04).
000910            05  YT-GROSS                  PIC 9(09)V9(02).
000920            05  YT-TAX                    PIC 9(07)V9(02).
000930            05  YT-INS                    PIC 9(07)V9(02).
000940            05  YT-OTHER                  PIC 9(07)V9(02).
000950            05  YT-OT-HOURS               PIC 9(05)V9(01).
000960            05  YT-NET                    PIC S9(09)V9(02).
000970            05  YT-PERIODS                PIC 9(03).
000980            05  YT-LAST-GROSS             PIC 9(07)V9(02).
000990            05  YT-LAST-NET               PIC S9(07)V9(02).
001000        FD  REL-FILE.
001010        01  RL-REL-REC.
001020            05  RL-EMP-NO                 PIC X(04).
001030            05  RL-OPER-ID                PIC X(08).
001040            05  RL-REMARK                 PIC X(30).
001050            05  FILLER                    PIC X(38).
001060        FD  EXCP-FILE.
001070        01  EX-EXCP-REC.
001080            05  EX-REC-TYPE               PIC X(01).
001090            05  EX-EMP-NO                 PIC 9(04).
001100            05  EX-EMP-NAME               PIC X(20).
001110            05  EX-PERIOD-DATE            PIC X(08).
001120            05  EX-REASON                 PIC X(02).
001130            05  EX-CURRENT                PIC S9(09)V9(02).
001140            05  EX-COMPARE                PIC S9(09)V9(02).
001150            05  EX-STATUS                 PIC X(01).
001160                88  EX-FLAGGED                    VALUE "F".
001170                88  EX-RELEASED                   VALUE "R".
001180            05  EX-OPER-ID                PIC X(08).
001190            05  EX-RELEASE-DATE           PIC X(08).
001200            05  FILLER                    PIC X(06).
001210        01  EX-TRAILER-R REDEFINES EX-EXCP-REC.
001220            05  FILLER                    PIC X(01).
001230            05  EX-T-PERIOD-DATE          PIC X(08).
001240            05  EX-T-RUN-DATE             PIC X(08).
001250            05  EX-T-FLAGGED              PIC 9(05).
001260            05  EX-T-RELEASED             PIC 9(05).
001270            05  FILLER                    PIC X(53).
001280        FD  REPORT-FILE.
001290        01  RS-REPORT-REC                 PIC X(80).
001300        WORKING-STORAGE SECTION.
001310        01  WS-STUB-FS                    PIC X(02).
001320        01  WS-YTD-FS                     PIC X(02).
001330        01  WS-REL-FS                     PIC X(02).
001340        01  WS-EXCP-FS                    PIC X(02).
001350        01  WS-REPORT-FS                  PIC X(02).
001360        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001370        01  WS-STUB-EOF                   PIC X(03) VALUE "NO".
001380        01  WS-REL-EOF                    PIC X(03) VALUE "NO".
001390        01  WS-EXCP-EOF                   PIC X(03) VALUE "NO".
001400        01  WS-REL-AVAIL                  PIC X(03) VALUE "YES".
001410        01  WS-CURRENT-DATE-DATA          PIC X(20).
001420        01  WS-PARM-CARD                  PIC X(80).
001430        01  WS-PCT-LIMIT                  PIC 9(03).
001440        01  WS-AMT-LIMIT                  PIC 9(07).
001450        01  WS-OT-LIMIT                   PIC 9(03).
001460        01  WS-PERIOD-DATE                PIC X(08) VALUE SPACES.
001470        01  WS-STUB-COUNT                 PIC 9(06) VALUE 0.
001480        01  WS-FLAGGED-COUNT              PIC 9(05) VALUE 0.
001490        01  WS-RELEASED-COUNT             PIC 9(05) VALUE 0.
001500        01  WS-CARD-COUNT                 PIC 9(05) VALUE 0.
001510        01  WS-DENIED-COUNT               PIC 9(05) VALUE 0.
001520        01  WS-UNUSED-COUNT               PIC 9(05) VALUE 0.
001530       * RELEASES IN FORCE, BY EMPLOYEE NUMBER + 1. A CARRIED-FORWARD
001540       * RELEASE KEEPS ITS PERIOD; ONE FROM TODAY'S CARDS HAS NONE
001550       * AND APPLIES TO THE PERIOD IN HAND.
001560        01  WS-REL-TABLE.
001570            05  WS-RL-ENTRY               OCCURS 10000 TIMES.
001580                10  WS-RL-STATUS          PIC X(01).
001590                10  WS-RL-PERIOD          PIC X(08).
001600                10  WS-RL-OPER-ID         PIC X(08).
001610                10  WS-RL-DATE            PIC X(08).
001620                10  WS-RL-USED            PIC X(01).
001630        01  WS-REL-SUB                    PIC 9(05).
001640        01  WS-EMP-NO-N                   PIC 9(04).
001650        01  WS-HAS-HISTORY                PIC X(03).
001660        01  WS-EARLIER-PERIODS            PIC 9(03).
001670        01  WS-REASON                     PIC X(02).
001680        01  WS-CURRENT                    PIC S9(09)V9(02).
001690        01  WS-COMPARE                    PIC S9(09)V9(02).
001700        01  WS-DIFF                       PIC S9(09)V9(02).
001710        01  WS-BASE                       PIC S9(09)V9(02).
001720        01  WS-DIFF-PCT                   PIC 9(07)V9(02).
001730        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
001740        01  WS-HEADER2.
001750            05 FILLER                     PIC X(14) VALUE ALL "*".
001760            05 FILLER                     PIC X(32)
001770                     VALUE " PAYROLL VARIANCE EDIT - PERIOD ".
001780            05 WS-H2-PERIOD               PIC X(08).
001790            05 FILLER                     PIC X(01) VALUE SPACE.
001800            05 FILLER                     PIC X(14) VALUE ALL "*".
001810            05 FILLER                     PIC X(11) VALUE SPACES.
001820        01  WS-LIMIT-LINE.
001830            05 FILLER                     PIC X(13)
001840                                          VALUE "THRESHOLDS : ".
001850            05 WS-LL-PCT                  PIC ZZ9.
001860            05 FILLER                     PIC X(09) VALUE " PCT OR $".
001870            05 WS-LL-AMT                  PIC Z,ZZZ,ZZ9.
001880            05 FILLER                     PIC X(18)
001890                                          VALUE "  OVERTIME OVER   ".
001900            05 WS-LL-OT                   PIC ZZ9.
001910            05 FILLER                     PIC X(25) VALUE " HOURS".
001920        01  WS-COL-HEAD.
001930            05 FILLER                     PIC X(40) VALUE
001940               "EMP  NAME                 RS   THIS PERI".
001950            05 FILLER                     PIC X(40) VALUE
001960               "OD    COMPARED TO   STATUS              ".
001970        01  WS-DETAIL-LINE.
001980            05 WS-DL-EMP-NO               PIC 9(04).
001990            05 FILLER                     PIC X(01) VALUE SPACE.
002000            05 WS-DL-NAME                 PIC X(20).
002010            05 FILLER                     PIC X(01) VALUE SPACE.
002020            05 WS-DL-REASON               PIC X(02).
002030            05 FILLER                     PIC X(01) VALUE SPACE.
002040            05 WS-DL-CURRENT              PIC -ZZ,ZZZ,ZZ9.99.
002050            05 FILLER                     PIC X(01) VALUE SPACE.
002060            05 WS-DL-COMPARE              PIC -ZZ,ZZZ,ZZ9.99.
002070            05 FILLER                     PIC X(02) VALUE SPACES.
002080            05 WS-DL-STATUS               PIC X(09).
002090            05 WS-DL-OPER-ID              PIC X(08).
002100            05 FILLER                     PIC X(03) VALUE SPACES.
002110        01  WS-KEY-LINE.
002120            05 FILLER                     PIC X(40) VALUE
002130               "RS: GA/NA GROSS/NET VS YTD AVERAGE  GP/N".
002140            05 FILLER                     PIC X(40) VALUE
002150               "P VS PRIOR  OT HOURS  NZ NET <= ZERO    ".
002160        01  WS-TOTAL-LINE.
002170            05 WS-TL-LABEL                PIC X(30).
002180            05 WS-TL-COUNT                PIC ZZZZ9.
002190            05 FILLER                     PIC X(45) VALUE SPACES.
002200        COPY SPGM0905L.
002210        COPY SPGM0908L.
002220        COPY SPGMABNL.
002230        PROCEDURE DIVISION.
002240       ******************************************************************
002250       * MAIN PROGRAM FLOW. RELEASES IN FORCE ARE GATHERED BEFORE THE
002260       * PREVIOUS PAYEXCP IS REPLACED.
002270       ******************************************************************
002280        00000-MAIN-PARA.
002290            PERFORM 05000-ACCEPT-PARA.
002300            IF  WS-ERROR-FLAG              NOT = "YES"
002310                PERFORM 10000-INITIALIZE-PARA
002320            END-IF.
002330            IF  WS-ERROR-FLAG              NOT = "YES"
002340                PERFORM 12000-CARRY-RELEASE-PARA
002350                PERFORM 13000-RELEASE-CARD-PARA
002360                    UNTIL WS-REL-EOF       = "YES"
002370                PERFORM 15000-OPEN-OUTPUT-PARA
002380            END-IF.
002390            IF  WS-ERROR-FLAG              NOT = "YES"
002400                PERFORM 20000-PROCESS-PARA
002410                    UNTIL WS-STUB-EOF      = "YES"
002420                    OR    WS-ERROR-FLAG    = "YES"
002430            END-IF.
002440            IF  WS-ERROR-FLAG              NOT = "YES"
002450                PERFORM 28000-TOTALS-PARA
002460            END-IF.
002470            PERFORM 30000-CLOSE-PARA.
002480            STOP RUN.
002490       ******************************************************************
002500       * THE PCT=, AMT= AND OTMAX= THRESHOLD CARDS.
002510       ******************************************************************
002520        05000-ACCEPT-PARA.
002530            MOVE SPACES                    TO WS-PARM-CARD.
002540            ACCEPT WS-PARM-CARD.
002550            MOVE WS-PARM-CARD              TO LK-PA-CARD.
002560            MOVE "PCT"                     TO LK-PA-KEYWORD.
002570            SET LK-PA-NUMERIC              TO TRUE.
002580            MOVE 1                         TO LK-PA-MIN-VALUE.
002590            MOVE 999                       TO LK-PA-MAX-VALUE.
002600            MOVE "25"                      TO LK-PA-DEFAULT.
002610            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
002620            IF  LK-PA-BAD
002630                PERFORM 05900-BAD-CARD-PARA
002640            ELSE
002650                MOVE LK-PA-NUM-VALUE       TO WS-PCT-LIMIT
002660            END-IF.
002670            MOVE SPACES                    TO WS-PARM-CARD.
002680            ACCEPT WS-PARM-CARD.
002690            MOVE WS-PARM-CARD              TO LK-PA-CARD.
002700            MOVE "AMT"                     TO LK-PA-KEYWORD.
002710            SET LK-PA-NUMERIC              TO TRUE.
002720            MOVE 1                         TO LK-PA-MIN-VALUE.
002730            MOVE 9999999                   TO LK-PA-MAX-VALUE.
002740            MOVE "500"                     TO LK-PA-DEFAULT.
002750            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
002760            IF  LK-PA-BAD
002770                PERFORM 05900-BAD-CARD-PARA
002780            ELSE
002790                MOVE LK-PA-NUM-VALUE       TO WS-AMT-LIMIT
002800            END-IF.
002810            MOVE SPACES                    TO WS-PARM-CARD.
002820            ACCEPT WS-PARM-CARD.
002830            MOVE WS-PARM-CARD              TO LK-PA-CARD.
002840            MOVE "OTMAX"                   TO LK-PA-KEYWORD.
002850            SET LK-PA-NUMERIC              TO TRUE.
002860            MOVE 0                         TO LK-PA-MIN-VALUE.
002870            MOVE 999                       TO LK-PA-MAX-VALUE.
002880            MOVE "20"                      TO LK-PA-DEFAULT.
002890            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
002900            IF  LK-PA-BAD
002910                PERFORM 05900-BAD-CARD-PARA
002920            ELSE
002930                MOVE LK-PA-NUM-VALUE       TO WS-OT-LIMIT
002940            END-IF.
002950       ******************************************************************
002960       * A BAD CONTROL CARD STOPS THE RUN.
002970       ******************************************************************
002980        05900-BAD-CARD-PARA.
002990            DISPLAY "BAD CONTROL CARD - RUN REFUSED: " WS-PARM-CARD.
003000            MOVE 16                        TO RETURN-CODE.
003010            MOVE "YES"                     TO WS-ERROR-FLAG.
003020       ******************************************************************
003030       * OPEN THE INPUTS. PAYREL IS OPTIONAL - NO CARDS, NO NEW
003040       * RELEASES.
003050       ******************************************************************
003060        10000-INITIALIZE-PARA.
003070            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
003080            MOVE SPACES                    TO WS-REL-TABLE.
003090            OPEN INPUT STUB-FILE.
003100            IF WS-STUB-FS                 NOT = "00"
003110               DISPLAY "PAYSTUB ACCESS ERROR."
003120               MOVE "CEXM1071"            TO LK-PGM-ID
003130               MOVE "PAYSTUB"             TO LK-FILE-ID
003140               MOVE WS-STUB-FS            TO LK-FILE-STATUS
003150               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003160               IF  LK-ABEND-YES
003170                   MOVE 16                TO RETURN-CODE
003180                   MOVE "YES"             TO WS-ERROR-FLAG
003190               END-IF
003200            END-IF.
003210            OPEN INPUT YTD-FILE.
003220            IF WS-YTD-FS                  NOT = "00"
003230               DISPLAY "PAYYTD ACCESS ERROR."
003240               MOVE "CEXM1071"            TO LK-PGM-ID
003250               MOVE "PAYYTD"              TO LK-FILE-ID
003260               MOVE WS-YTD-FS             TO LK-FILE-STATUS
003270               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003280               IF  LK-ABEND-YES
003290                   MOVE 16                TO RETURN-CODE
003300                   MOVE "YES"             TO WS-ERROR-FLAG
003310               END-IF
003320            END-IF.
003330            OPEN INPUT REL-FILE.
003340            IF WS-REL-FS                  = "35"
003350               MOVE "NO"                  TO WS-REL-AVAIL
003360               MOVE "YES"                 TO WS-REL-EOF
003370            ELSE
003380               IF WS-REL-FS               NOT = "00"
003390                  DISPLAY "PAYREL ACCESS ERROR."
003400                  MOVE "CEXM1071"         TO LK-PGM-ID
003410                  MOVE "PAYREL"           TO LK-FILE-ID
003420                  MOVE WS-REL-FS          TO LK-FILE-STATUS
003430                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
003440                  IF  LK-ABEND-YES
003450                      MOVE 16             TO RETURN-CODE
003460                      MOVE "YES"          TO WS-ERROR-FLAG
003470                  END-IF
003480               END-IF
003490            END-IF.
003500       ******************************************************************
003510       * CARRY FORWARD THE RELEASES ON THE PREVIOUS PAYEXCP, IF ANY.
003520       ******************************************************************
003530        12000-CARRY-RELEASE-PARA.
003540            OPEN INPUT EXCP-FILE.
003550            IF  WS-EXCP-FS                 = "00"
003560                PERFORM 12100-READ-OLD-PARA
003570                    UNTIL WS-EXCP-EOF      = "YES"
003580                CLOSE EXCP-FILE
003590            END-IF.
003600        12100-READ-OLD-PARA.
003610            READ EXCP-FILE
003620            AT END
003630                MOVE "YES"                 TO WS-EXCP-EOF
003640            NOT AT END
003650                IF  EX-REC-TYPE            = "D"
003660                    AND EX-RELEASED
003670                    COMPUTE WS-REL-SUB = EX-EMP-NO + 1
003680                    MOVE "R"               TO WS-RL-STATUS(WS-REL-SUB)
003690                    MOVE EX-PERIOD-DATE    TO WS-RL-PERIOD(WS-REL-SUB)
003700                    MOVE EX-OPER-ID        TO WS-RL-OPER-ID(WS-REL-SUB)
003710                    MOVE EX-RELEASE-DATE   TO WS-RL-DATE(WS-REL-SUB)
003720                    MOVE "Y"               TO WS-RL-USED(WS-REL-SUB)
003730                END-IF
003740            END-READ.
003750       ******************************************************************
003760       * ONE RELEASE CARD. THE OPERATOR MUST BE AUTHORIZED FOR TYPE R
003770       * ON THIS PROGRAM; EVERY ATTEMPT IS LOGGED TO SECLOG.
003780       ******************************************************************
003790        13000-RELEASE-CARD-PARA.
003800            READ REL-FILE
003810            AT END
003820                MOVE "YES"                 TO WS-REL-EOF
003830            NOT AT END
003840                ADD 1                      TO WS-CARD-COUNT
003850                IF  RL-EMP-NO              NOT NUMERIC
003860                    OR RL-OPER-ID          = SPACES
003870                    DISPLAY "RELEASE CARD REJECTED: " RL-REL-REC
003880                    ADD 1                  TO WS-DENIED-COUNT
003890                ELSE
003900                    MOVE RL-EMP-NO         TO WS-EMP-NO-N
003910                    MOVE RL-OPER-ID        TO LK-AU-OPERATOR
003920                    MOVE "CEXM1071"        TO LK-AU-PROGRAM
003930                    MOVE "R"               TO LK-AU-TRAN-TYPE
003940                    MOVE SPACES            TO LK-AU-KEY-INFO
003950                    STRING "EMP " RL-EMP-NO
003960                        DELIMITED BY SIZE  INTO LK-AU-KEY-INFO
003970                    CALL 'SPGM0908'        USING LK-AUTHCHK-PARMS
003980                    IF  LK-AU-DENIED
003990                        DISPLAY "OPERATOR " RL-OPER-ID
004000                            " NOT AUTHORIZED TO RELEASE EMP " RL-EMP-NO
004010                        ADD 1              TO WS-DENIED-COUNT
004020                    ELSE
004030                        COMPUTE WS-REL-SUB = WS-EMP-NO-N + 1
004040                        MOVE "R"           TO WS-RL-STATUS(WS-REL-SUB)
004050                        MOVE SPACES        TO WS-RL-PERIOD(WS-REL-SUB)
004060                        MOVE RL-OPER-ID    TO WS-RL-OPER-ID(WS-REL-SUB)
004070                        MOVE WS-CURRENT-DATE-DATA(1:8)
004080                                           TO WS-RL-DATE(WS-REL-SUB)
004090                        MOVE "N"           TO WS-RL-USED(WS-REL-SUB)
004100                    END-IF
004110                END-IF
004120            END-READ.
004130       ******************************************************************
004140       * NOW THE NEW PAYEXCP AND THE REPORT.
004150       ******************************************************************
004160        15000-OPEN-OUTPUT-PARA.
004170            OPEN OUTPUT EXCP-FILE.
004180            IF WS-EXCP-FS                 NOT = "00"
004190               DISPLAY "PAYEXCP ACCESS ERROR."
004200               MOVE "CEXM1071"            TO LK-PGM-ID
004210               MOVE "PAYEXCP"             TO LK-FILE-ID
004220               MOVE WS-EXCP-FS            TO LK-FILE-STATUS
004230               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004240               IF  LK-ABEND-YES
004250                   MOVE 16                TO RETURN-CODE
004260                   MOVE "YES"             TO WS-ERROR-FLAG
004270               END-IF
004280            END-IF.
004290            OPEN OUTPUT REPORT-FILE.
004300            IF WS-REPORT-FS               NOT = "00"
004310               DISPLAY "PAYEDRPT ACCESS ERROR."
004320               MOVE "CEXM1071"            TO LK-PGM-ID
004330               MOVE "PAYEDRPT"            TO LK-FILE-ID
004340               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
004350               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004360               IF  LK-ABEND-YES
004370                   MOVE 16                TO RETURN-CODE
004380                   MOVE "YES"             TO WS-ERROR-FLAG
004390               END-IF
004400            END-IF.
004410       ******************************************************************
004420       * ONE EMPLOYEE'S PERIOD. THE FIRST STUB NAMES THE PERIOD AND
004430       * HEADS THE REPORT.
004440       ******************************************************************
004450        20000-PROCESS-PARA.
004460            READ STUB-FILE
004470            AT END
004480                MOVE "YES"                 TO WS-STUB-EOF
004490            NOT AT END
004500                ADD 1                      TO WS-STUB-COUNT
004510                IF  WS-PERIOD-DATE         = SPACES
004520                    MOVE ST-PERIOD-DATE    TO WS-PERIOD-DATE
004530                    PERFORM 27000-HEADINGS-PARA
004540                END-IF
004550                PERFORM 21000-HISTORY-PARA
004560                IF  WS-HAS-HISTORY         = "YES"
004570                    MOVE ST-GROSS          TO WS-CURRENT
004580                    COMPUTE WS-COMPARE ROUNDED =
004590                        (YT-GROSS - ST-GROSS) / WS-EARLIER-PERIODS
004600                    MOVE "GA"              TO WS-REASON
004610                    PERFORM 22000-VARIANCE-PARA
004620                    MOVE ST-PRIOR-GROSS    TO WS-COMPARE
004630                    MOVE "GP"              TO WS-REASON
004640                    PERFORM 22000-VARIANCE-PARA
004650                    MOVE ST-NET            TO WS-CURRENT
004660                    COMPUTE WS-COMPARE ROUNDED =
004670                        (YT-NET - ST-NET) / WS-EARLIER-PERIODS
004680                    MOVE "NA"              TO WS-REASON
004690                    PERFORM 22000-VARIANCE-PARA
004700                    MOVE ST-PRIOR-NET      TO WS-COMPARE
004710                    MOVE "NP"              TO WS-REASON
004720                    PERFORM 22000-VARIANCE-PARA
004730                END-IF
004740                IF  ST-OT-HOURS            > WS-OT-LIMIT
004750                    MOVE ST-OT-HOURS       TO WS-CURRENT
004760                    MOVE WS-OT-LIMIT       TO WS-COMPARE
004770                    MOVE "OT"              TO WS-REASON
004780                    PERFORM 25000-EXCEPTION-PARA
004790                END-IF
004800                IF  ST-NET                 NOT > 0
004810                    MOVE ST-NET            TO WS-CURRENT
004820                    MOVE 0                 TO WS-COMPARE
004830                    MOVE "NZ"              TO WS-REASON
004840                    PERFORM 25000-EXCEPTION-PARA
004850                END-IF
004860            END-READ.
004870       ******************************************************************
004880       * AN EMPLOYEE HAS HISTORY TO COMPARE WITH ONCE PAYYTD HOLDS AN
004890       * EARLIER PERIOD AS WELL AS THIS ONE.
004900       ******************************************************************
004910        21000-HISTORY-PARA.
004920            MOVE "NO"                      TO WS-HAS-HISTORY.
004930            MOVE ST-EMP-NO                 TO YT-EMP-NO.
004940            READ YTD-FILE
004950                INVALID KEY
004960                    CONTINUE
004970                NOT INVALID KEY
004980                    IF  YT-PERIODS         IS NUMERIC
004990                        AND YT-PERIODS     > 1
005000                        COMPUTE WS-EARLIER-PERIODS = YT-PERIODS - 1
005010                        MOVE "YES"         TO WS-HAS-HISTORY
005020                    END-IF
005030            END-READ.
005040       ******************************************************************
005050       * THIS PERIOD AGAINST WS-COMPARE: BEYOND THE DOLLAR THRESHOLD
005060       * OR THE PERCENTAGE THRESHOLD IS AN EXCEPTION.
005070       ******************************************************************
005080        22000-VARIANCE-PARA.
005090            COMPUTE WS-DIFF = WS-CURRENT - WS-COMPARE.
005100            IF  WS-DIFF                    < 0
005110                COMPUTE WS-DIFF = 0 - WS-DIFF
005120            END-IF.
005130            MOVE WS-COMPARE                TO WS-BASE.
005140            IF  WS-BASE                    < 0
005150                COMPUTE WS-BASE = 0 - WS-BASE
005160            END-IF.
005170            IF  WS-DIFF                    > WS-AMT-LIMIT
005180                PERFORM 25000-EXCEPTION-PARA
005190            ELSE
005200                IF  WS-DIFF                > 0
005210                    IF  WS-BASE            = 0
005220                        PERFORM 25000-EXCEPTION-PARA
005230                    ELSE
005240                        COMPUTE WS-DIFF-PCT ROUNDED =
005250                            WS-DIFF * 100 / WS-BASE
005260                        IF  WS-DIFF-PCT    > WS-PCT-LIMIT
005270                            PERFORM 25000-EXCEPTION-PARA
005280                        END-IF
005290                    END-IF
005300                END-IF
005310            END-IF.
005320       ******************************************************************
005330       * WRITE ONE EXCEPTION - RELEASED IF PAYROLL HAS RELEASED THE
005340       * EMPLOYEE FOR THIS PERIOD, FLAGGED OTHERWISE - AND REPORT IT.
005350       ******************************************************************
005360        25000-EXCEPTION-PARA.
005370            COMPUTE WS-REL-SUB = ST-EMP-NO + 1.
005380            MOVE SPACES                    TO EX-EXCP-REC.
005390            MOVE "D"                       TO EX-REC-TYPE.
005400            MOVE ST-EMP-NO                 TO EX-EMP-NO.
005410            MOVE ST-EMP-NAME               TO EX-EMP-NAME.
005420            MOVE WS-PERIOD-DATE            TO EX-PERIOD-DATE.
005430            MOVE WS-REASON                 TO EX-REASON.
005440            MOVE WS-CURRENT                TO EX-CURRENT.
005450            MOVE WS-COMPARE                TO EX-COMPARE.
005460            IF  WS-RL-STATUS(WS-REL-SUB)   = "R"
005470                AND (WS-RL-PERIOD(WS-REL-SUB) = SPACES
005480                OR   WS-RL-PERIOD(WS-REL-SUB) = WS-PERIOD-DATE)
005490                SET EX-RELEASED            TO TRUE
005500                MOVE WS-RL-OPER-ID(WS-REL-SUB) TO EX-OPER-ID
005510                MOVE WS-RL-DATE(WS-REL-SUB)    TO EX-RELEASE-DATE
005520                MOVE "Y"                   TO WS-RL-USED(WS-REL-SUB)
005530                ADD 1                      TO WS-RELEASED-COUNT
005540                MOVE "RELEASED "           TO WS-DL-STATUS
005550                MOVE EX-OPER-ID            TO WS-DL-OPER-ID
005560            ELSE
005570                SET EX-FLAGGED             TO TRUE
005580                ADD 1                      TO WS-FLAGGED-COUNT
005590                MOVE "FLAGGED  "           TO WS-DL-STATUS
005600                MOVE SPACES                TO WS-DL-OPER-ID
005610            END-IF.
005620            WRITE EX-EXCP-REC.
005630            MOVE ST-EMP-NO                 TO WS-DL-EMP-NO.
005640            MOVE ST-EMP-NAME               TO WS-DL-NAME.
005650            MOVE WS-REASON                 TO WS-DL-REASON.
005660            MOVE WS-CURRENT                TO WS-DL-CURRENT.
005670            MOVE WS-COMPARE                TO WS-DL-COMPARE.
005680            MOVE WS-DETAIL-LINE            TO RS-REPORT-REC.
005690            WRITE RS-REPORT-REC.
005700       ******************************************************************
005710       * REPORT HEADINGS.
005720       ******************************************************************
005730        27000-HEADINGS-PARA.
005740            MOVE WS-PERIOD-DATE            TO WS-H2-PERIOD.
005750            MOVE WS-HEADER2                TO RS-REPORT-REC.
005760            WRITE RS-REPORT-REC.
005770            MOVE WS-PCT-LIMIT              TO WS-LL-PCT.
005780            MOVE WS-AMT-LIMIT              TO WS-LL-AMT.
005790            MOVE WS-OT-LIMIT               TO WS-LL-OT.
005800            MOVE WS-LIMIT-LINE             TO RS-REPORT-REC.
005810            WRITE RS-REPORT-REC.
005820            MOVE WS-KEY-LINE               TO RS-REPORT-REC.
005830            WRITE RS-REPORT-REC.
005840            MOVE WS-HEADER1                TO RS-REPORT-REC.
005850            WRITE RS-REPORT-REC.
005860            MOVE WS-COL-HEAD               TO RS-REPORT-REC.
005870            WRITE RS-REPORT-REC.
005880            MOVE WS-HEADER1                TO RS-REPORT-REC.
005890            WRITE RS-REPORT-REC.
005900       ******************************************************************
005910       * THE T RECORD THAT TELLS CEXM1006 THE EDIT FINISHED, AND THE
005920       * REPORT TOTALS.
005930       ******************************************************************
005940        28000-TOTALS-PARA.
005950            IF  WS-PERIOD-DATE             = SPACES
005960                MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-PERIOD-DATE
005970                PERFORM 27000-HEADINGS-PARA
005980            END-IF.
005990            MOVE SPACES                    TO EX-EXCP-REC.
006000            MOVE "T"                       TO EX-REC-TYPE.
006010            MOVE WS-PERIOD-DATE            TO EX-T-PERIOD-DATE.
006020            MOVE WS-CURRENT-DATE-DATA(1:8) TO EX-T-RUN-DATE.
006030            MOVE WS-FLAGGED-COUNT          TO EX-T-FLAGGED.
006040            MOVE WS-RELEASED-COUNT         TO EX-T-RELEASED.
006050            WRITE EX-EXCP-REC.
006060            PERFORM 28500-UNUSED-PARA
006070                VARYING WS-REL-SUB FROM 1 BY 1
006080                UNTIL WS-REL-SUB           > 10000.
006090            MOVE WS-HEADER1                TO RS-REPORT-REC.
006100            WRITE RS-REPORT-REC.
006110            MOVE "EMPLOYEES EDITED"        TO WS-TL-LABEL.
006120            MOVE WS-STUB-COUNT             TO WS-TL-COUNT.
006130            PERFORM 28100-TOTAL-LINE-PARA.
006140            MOVE "EXCEPTIONS FLAGGED"      TO WS-TL-LABEL.
006150            MOVE WS-FLAGGED-COUNT          TO WS-TL-COUNT.
006160            PERFORM 28100-TOTAL-LINE-PARA.
006170            MOVE "EXCEPTIONS RELEASED"     TO WS-TL-LABEL.
006180            MOVE WS-RELEASED-COUNT         TO WS-TL-COUNT.
006190            PERFORM 28100-TOTAL-LINE-PARA.
006200            MOVE "RELEASE CARDS READ"      TO WS-TL-LABEL.
006210            MOVE WS-CARD-COUNT             TO WS-TL-COUNT.
006220            PERFORM 28100-TOTAL-LINE-PARA.
006230            MOVE "RELEASE CARDS REFUSED"   TO WS-TL-LABEL.
006240            MOVE WS-DENIED-COUNT           TO WS-TL-COUNT.
006250            PERFORM 28100-TOTAL-LINE-PARA.
006260            MOVE "RELEASES NOT NEEDED"     TO WS-TL-LABEL.
006270            MOVE WS-UNUSED-COUNT           TO WS-TL-COUNT.
006280            PERFORM 28100-TOTAL-LINE-PARA.
006290            IF  WS-FLAGGED-COUNT           > 0
006300                DISPLAY WS-FLAGGED-COUNT
006310                    " UNRELEASED EXCEPTIONS - CEXM1006 WILL NOT RUN."
006320                MOVE 4                     TO RETURN-CODE
006330            END-IF.
006340            IF  WS-DENIED-COUNT            > 0
006350                MOVE 4                     TO RETURN-CODE
006360            END-IF.
006370        28100-TOTAL-LINE-PARA.
006380            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
006390            WRITE RS-REPORT-REC.
006400       ******************************************************************
006410       * A RELEASE GIVEN TODAY FOR AN EMPLOYEE WITH NOTHING FLAGGED.
006420       ******************************************************************
006430        28500-UNUSED-PARA.
006440            IF  WS-RL-USED(WS-REL-SUB)     = "N"
006450                ADD 1                      TO WS-UNUSED-COUNT
006460                COMPUTE WS-EMP-NO-N = WS-REL-SUB - 1
006470                DISPLAY "RELEASE NOT NEEDED - EMP " WS-EMP-NO-N
006480                    " HAS NO EXCEPTION."
006490            END-IF.
006500       ******************************************************************
006510       * DISPLAY COUNTS AND CLOSE THE FILES.
006520       ******************************************************************
006530        30000-CLOSE-PARA.
006540            DISPLAY "EMPLOYEES EDITED    : " WS-STUB-COUNT.
006550            DISPLAY "EXCEPTIONS FLAGGED  : " WS-FLAGGED-COUNT.
006560            DISPLAY "EXCEPTIONS RELEASED : " WS-RELEASED-COUNT.
006570            CLOSE STUB-FILE.
006580            CLOSE YTD-FILE.
006590            IF  WS-REL-AVAIL               = "YES"
006600                CLOSE REL-FILE
006610            END-IF.
006620            CLOSE EXCP-FILE.
006630            CLOSE REPORT-FILE.
