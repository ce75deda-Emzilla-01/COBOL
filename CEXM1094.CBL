000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1094.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: REPORT ARCHIVE - RETENTION PURGE. AGES THE
000060       *  RPTARCH ARCHIVE OFF BY THE SAME RETCTL RULES CEXM1016 USES
000070       *  FOR DATASETS, SO ONE CONTROL FILE SAYS HOW LONG EVERYTHING
000080       *  IS KEPT:
000090       *    - EACH ARCHIVED REPORT IS JUDGED AS IF IT WERE A DATASET
000100       *      NAMED JEBA02.EMY.RPTARCH.<REPORT ID>, AGAINST THE FIRST
000110       *      RETCTL FAMILY WHOSE PREFIX IT MATCHES (SO ONE RULE ON
000120       *      JEBA02.EMY.RPTARCH. COVERS EVERY REPORT, AND A RULE
000130       *      NAMING ONE REPORT AHEAD OF IT OVERRIDES IT)
000140       *    - G RULE: KEEP THE N NEWEST BUSINESS DATES OF EACH REPORT
000150       *    - D RULE: KEEP A REPORT FOR N DAYS PAST ITS BUSINESS DATE
000160       *    - A REPORT NO RULE MATCHES IS KEPT
000170       *  AN EXPIRED REPORT'S LINES ARE COPIED TO THE ARCHOFFL
000180       *  OFFLOAD BEFORE THEY AND ITS INDEX ENTRY ARE DELETED; THE
000190       *  ARCHSWP REPORT SHOWS WHAT WAS KEPT AND PURGED.
000200       * RETCTL  : JEBA02.EMY.COBOL.RETCTL
000210       * RPTINDEX: JEBA02.EMY.COBOL.RPTINDEX (INDEXED ON REPORT/DATE)
000220       * RPTARCH : JEBA02.EMY.COBOL.RPTARCH (INDEXED ON REPORT/DATE/
000230       *           LINE)
000240       * ARCHOFFL: JEBA02.EMY.COBOL.ARCHOFFL
000250       * ARCHSWP : JEBA02.EMY.COBOL.ARCHSWP
000260       * ----------------------------------------------------------------
000270       * PRJ NO    NAME     DATE          MAINT DESC.
000280       * ----------------------------------------------------------------
000290       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000300       ******************************************************************
000310        ENVIRONMENT DIVISION.
000320        INPUT-OUTPUT SECTION.
000330        FILE-CONTROL.
000340            SELECT RET-FILE
000350                ASSIGN TO RETCTL
000360                ORGANIZATION IS SEQUENTIAL
000370                ACCESS MODE IS SEQUENTIAL
000380                FILE STATUS IS WS-RET-FS.
000390            SELECT INDEX-FILE
000400                ASSIGN TO RPTINDEX
000410                ORGANIZATION IS INDEXED
000420                ACCESS MODE IS DYNAMIC
000430                RECORD KEY IS IX-KEY
000440                FILE STATUS IS WS-INDEX-FS.
000450            SELECT ARCH-FILE
000460                ASSIGN TO RPTARCH
000470                ORGANIZATION IS INDEXED
000480                ACCESS MODE IS DYNAMIC
000490                RECORD KEY IS AR-KEY
000500                FILE STATUS IS WS-ARCH-FS.
000510            SELECT OFFLOAD-FILE
000520                ASSIGN TO ARCHOFFL
000530                ORGANIZATION IS SEQUENTIAL
000540                ACCESS MODE IS SEQUENTIAL
000550                FILE STATUS IS WS-OFFLOAD-FS.
000560            SELECT REPORT-FILE
000570                ASSIGN TO ARCHSWP
000580                ORGANIZATION IS SEQUENTIAL
000590                ACCESS MODE IS SEQUENTIAL
000600                FILE STATUS IS WS-REPORT-FS.
000610        DATA DIVISION.
000620        FILE SECTION.
000630        FD  RET-FILE.
000640        01  RC-RET-REC.
000650            05  RC-FAMILY-NAME            PIC X(30).
000660            05  RC-RULE-TYPE              PIC X(01).
000670            05  RC-KEEP-VALUE             PIC 9(04).
000680            05  FILLER                    PIC X(45).
000690        FD  INDEX-FILE.
000700        01  IX-INDEX-REC.
000710            05  IX-KEY.
000720                10  IX-RPT-ID             PIC X(08).
000730                10  IX-BUS-DATE           PIC 9(08).
000740            05  IX-PGM-ID                 PIC X(08).
000750            05  IX-ARCH-DATE              PIC 9(08).
000760            05  IX-PAGE-COUNT             PIC 9(05).
000770            05  IX-LINE-COUNT             PIC 9(07).
000780            05  IX-KEY-LEN                PIC 9(02).
000790            05  IX-KEY-LOW                PIC X(10).
000800            05  IX-KEY-HIGH               PIC X(10).
000810            05  IX-DESC                   PIC X(26).
000820            05  FILLER                    PIC X(08).
000830        FD  ARCH-FILE.
000840        01  AR-ARCH-REC.
000850            05  AR-KEY.
000860                10  AR-RPT-ID             PIC X(08).
000870                10  AR-BUS-DATE           PIC 9(08).
000880                10  AR-LINE-NO            PIC 9(07).
000890            05  AR-PAGE-NO                PIC 9(05).
000900            05  AR-LINE-KEY               PIC X(10).
000910            05  AR-LINE                   PIC X(80).
000920            05  FILLER                    PIC X(02).
000930        FD  OFFLOAD-FILE.
000940        01  OF-OFFLOAD-REC                PIC X(120).
000950        FD  REPORT-FILE.
000960        01  RS-REPORT-REC                 PIC X(80).
000970        WORKING-STORAGE SECTION.
000980        01  WS-RET-FS                     PIC X(02).
000990        01  WS-INDEX-FS                   PIC X(02).
001000        01  WS-ARCH-FS                    PIC X(02).
001010        01  WS-OFFLOAD-FS                 PIC X(02).
001020        01  WS-REPORT-FS                  PIC X(02).
001030        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001040        01  WS-RET-EOF                    PIC X(03) VALUE "NO".
001050        01  WS-INDEX-EOF                  PIC X(03) VALUE "NO".
001060        01  WS-ARCH-EOF                   PIC X(03).
001070        01  WS-CURRENT-DATE-DATA          PIC X(21).
001080        01  WS-TODAY-NUM                  PIC 9(08).
001090        01  WS-KEPT-COUNT                 PIC 9(05) VALUE 0.
001100        01  WS-PURGED-COUNT               PIC 9(05) VALUE 0.
001110        01  WS-UNMANAGED-COUNT            PIC 9(05) VALUE 0.
001120        01  WS-LINES-PURGED               PIC 9(09) VALUE 0.
001130       * THE RETENTION RULES, AS CEXM1016 HOLDS THEM.
001140        01  WS-RULE-COUNT                 PIC 9(02) VALUE 0.
001150        01  WS-RULE-TABLE.
001160            05  WS-RL-ENTRY               OCCURS 50 TIMES.
001170                10  WS-RL-FAMILY          PIC X(30).
001180                10  WS-RL-LENGTH          PIC 9(02).
001190                10  WS-RL-TYPE            PIC X(01).
001200                10  WS-RL-KEEP            PIC 9(04).
001210        01  WS-RULE-SUB                   PIC 9(02).
001220        01  WS-RULE-HIT                   PIC 9(02).
001230        01  WS-SCAN-SUB                   PIC 9(02).
001240       * THE ARCHIVE INDEX, EACH ENTRY TAGGED WITH ITS RULE.
001250        01  WS-ARCH-NAME.
001260            05  FILLER                    PIC X(19)
001270                          VALUE "JEBA02.EMY.RPTARCH.".
001280            05  WS-AN-RPT-ID              PIC X(08).
001290            05  FILLER                    PIC X(03) VALUE SPACES.
001300        01  WS-IX-COUNT                   PIC 9(04) VALUE 0.
001310        01  WS-IX-TABLE.
001320            05  WS-IT-ENTRY               OCCURS 2000 TIMES.
001330                10  WS-IT-RPT-ID          PIC X(08).
001340                10  WS-IT-BUS-DATE        PIC 9(08).
001350                10  WS-IT-PAGES           PIC 9(05).
001360                10  WS-IT-RULE            PIC 9(02).
001370        01  WS-IX-SUB                     PIC 9(04).
001380        01  WS-OTH-SUB                    PIC 9(04).
001390        01  WS-NEWER-COUNT                PIC 9(04).
001400        01  WS-AGE-DAYS                   PIC S9(09).
001410        01  WS-VERDICT                    PIC X(10).
001420        01  WS-REASON                     PIC X(24).
001430        01  WS-HEADER1                    PIC X(72) VALUE ALL "-".
001440        01  WS-HEADER2.
001450            05 FILLER                     PIC X(20) VALUE ALL "*".
001460            05 FILLER                     PIC X(28)
001470                     VALUE " REPORT ARCHIVE PURGE       ".
001480            05 FILLER                     PIC X(20) VALUE ALL "*".
001490        01  WS-SWEEP-LINE.
001500            05 WS-SL-VERDICT              PIC X(10).
001510            05 WS-SL-RPT-ID               PIC X(08).
001520            05 FILLER                     PIC X(02) VALUE SPACES.
001530            05 WS-SL-BUS-DATE             PIC 9(08).
001540            05 FILLER                     PIC X(02) VALUE SPACES.
001550            05 WS-SL-PAGES                PIC Z(04)9.
001560            05 FILLER                     PIC X(07) VALUE " PAGES ".
001570            05 WS-SL-REASON               PIC X(24).
001580            05 FILLER                     PIC X(14) VALUE SPACES.
001590        COPY SPGM0906L.
001600        COPY SPGMABNL.
001610        PROCEDURE DIVISION.
001620       ******************************************************************
001630       * MAIN PROGRAM FLOW.
001640       ******************************************************************
001650        00000-MAIN-PARA.
001660            PERFORM 10000-INITIALIZE-PARA.
001670            IF  WS-ERROR-FLAG              NOT = "YES"
001680                PERFORM 12000-LOAD-RULES-PARA
001690                    UNTIL WS-RET-EOF       = "YES"
001700            END-IF.
001710            IF  WS-ERROR-FLAG              NOT = "YES"
001720                PERFORM 14000-LOAD-INDEX-PARA
001730                    UNTIL WS-INDEX-EOF     = "YES"
001740                PERFORM 20000-JUDGE-PARA
001750                    VARYING WS-IX-SUB FROM 1 BY 1
001760                    UNTIL WS-IX-SUB        > WS-IX-COUNT
001770                    OR    WS-ERROR-FLAG    = "YES"
001780            END-IF.
001790            PERFORM 30000-CLOSE-PARA.
001800            STOP RUN.
001810       ******************************************************************
001820       * OPEN EVERYTHING.
001830       ******************************************************************
001840        10000-INITIALIZE-PARA.
001850            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
001860            MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-TODAY-NUM.
001870            OPEN INPUT RET-FILE.
001880            IF WS-RET-FS                  NOT = "00"
001890               DISPLAY "RETCTL ACCESS ERROR."
001900               MOVE "CEXM1094"            TO LK-PGM-ID
001910               MOVE "RETCTL"              TO LK-FILE-ID
001920               MOVE WS-RET-FS             TO LK-FILE-STATUS
001930               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001940               IF  LK-ABEND-YES
001950                   MOVE 16                TO RETURN-CODE
001960                   MOVE "YES"             TO WS-ERROR-FLAG
001970               END-IF
001980            END-IF.
001990            OPEN I-O INDEX-FILE.
002000            IF WS-INDEX-FS                NOT = "00"
002010               DISPLAY "RPTINDEX ACCESS ERROR."
002020               MOVE "CEXM1094"            TO LK-PGM-ID
002030               MOVE "RPTINDEX"            TO LK-FILE-ID
002040               MOVE WS-INDEX-FS           TO LK-FILE-STATUS
002050               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002060               IF  LK-ABEND-YES
002070                   MOVE 16                TO RETURN-CODE
002080                   MOVE "YES"             TO WS-ERROR-FLAG
002090               END-IF
002100            END-IF.
002110            OPEN I-O ARCH-FILE.
002120            IF WS-ARCH-FS                 NOT = "00"
002130               DISPLAY "RPTARCH ACCESS ERROR."
002140               MOVE "CEXM1094"            TO LK-PGM-ID
002150               MOVE "RPTARCH"             TO LK-FILE-ID
002160               MOVE WS-ARCH-FS            TO LK-FILE-STATUS
002170               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002180               IF  LK-ABEND-YES
002190                   MOVE 16                TO RETURN-CODE
002200                   MOVE "YES"             TO WS-ERROR-FLAG
002210               END-IF
002220            END-IF.
002230            OPEN OUTPUT OFFLOAD-FILE.
002240            IF WS-OFFLOAD-FS              NOT = "00"
002250               DISPLAY "ARCHOFFL ACCESS ERROR."
002260               MOVE "CEXM1094"            TO LK-PGM-ID
002270               MOVE "ARCHOFFL"            TO LK-FILE-ID
002280               MOVE WS-OFFLOAD-FS         TO LK-FILE-STATUS
002290               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002300               IF  LK-ABEND-YES
002310                   MOVE 16                TO RETURN-CODE
002320                   MOVE "YES"             TO WS-ERROR-FLAG
002330               END-IF
002340            END-IF.
002350            OPEN OUTPUT REPORT-FILE.
002360            IF WS-REPORT-FS               NOT = "00"
002370               DISPLAY "ARCHSWP ACCESS ERROR."
002380               MOVE "CEXM1094"            TO LK-PGM-ID
002390               MOVE "ARCHSWP"             TO LK-FILE-ID
002400               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
002410               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002420               IF  LK-ABEND-YES
002430                   MOVE 16                TO RETURN-CODE
002440                   MOVE "YES"             TO WS-ERROR-FLAG
002450               END-IF
002460            ELSE
002470               MOVE WS-HEADER2            TO RS-REPORT-REC
002480               WRITE RS-REPORT-REC
002490               MOVE WS-HEADER1            TO RS-REPORT-REC
002500               WRITE RS-REPORT-REC
002510            END-IF.
002520       ******************************************************************
002530       * LOAD THE RULES AND MEASURE EACH FAMILY PREFIX.
002540       ******************************************************************
002550        12000-LOAD-RULES-PARA.
002560            READ RET-FILE
002570            AT END
002580                MOVE "YES"                 TO WS-RET-EOF
002590                IF  WS-RULE-COUNT          = 0
002600                    DISPLAY "RETCTL EMPTY - RUN REFUSED."
002610                    MOVE 16                TO RETURN-CODE
002620                    MOVE "YES"             TO WS-ERROR-FLAG
002630                END-IF
002640            NOT AT END
002650                EVALUATE TRUE
002660                    WHEN WS-RULE-COUNT     = 50
002670                        DISPLAY "RULE TABLE FULL AT 50 FAMILIES."
002680                    WHEN RC-RULE-TYPE      NOT = "G" AND "D"
002690                        DISPLAY "BAD RULE TYPE SKIPPED: "
002700                            RC-FAMILY-NAME
002710                    WHEN OTHER
002720                        ADD 1              TO WS-RULE-COUNT
002730                        MOVE RC-FAMILY-NAME
002740                            TO WS-RL-FAMILY(WS-RULE-COUNT)
002750                        MOVE RC-RULE-TYPE
002760                            TO WS-RL-TYPE(WS-RULE-COUNT)
002770                        MOVE RC-KEEP-VALUE
002780                            TO WS-RL-KEEP(WS-RULE-COUNT)
002790                        MOVE 0
002800                            TO WS-RL-LENGTH(WS-RULE-COUNT)
002810                        PERFORM 13000-MEASURE-PARA
002820                            VARYING WS-SCAN-SUB FROM 1 BY 1
002830                            UNTIL WS-SCAN-SUB > 30
002840                END-EVALUATE
002850            END-READ.
002860       ******************************************************************
002870       * THE FAMILY PREFIX LENGTH - THE LAST NON-SPACE CHARACTER.
002880       ******************************************************************
002890        13000-MEASURE-PARA.
002900            IF  RC-FAMILY-NAME(WS-SCAN-SUB:1) NOT = SPACE
002910                MOVE WS-SCAN-SUB
002920                    TO WS-RL-LENGTH(WS-RULE-COUNT)
002930            END-IF.
002940       ******************************************************************
002950       * LOAD THE ARCHIVE INDEX AND TAG EACH REPORT WITH ITS FAMILY
002960       * RULE (ZERO MEANS UNMANAGED).
002970       ******************************************************************
002980        14000-LOAD-INDEX-PARA.
002990            READ INDEX-FILE NEXT RECORD
003000            AT END
003010                MOVE "YES"                 TO WS-INDEX-EOF
003020            NOT AT END
003030                IF  WS-IX-COUNT            = 2000
003040                    DISPLAY "INDEX TABLE FULL AT 2000 REPORTS - "
003050                        "THE REST WAIT FOR THE NEXT RUN."
003060                    MOVE "YES"             TO WS-INDEX-EOF
003070                ELSE
003080                    ADD 1                  TO WS-IX-COUNT
003090                    MOVE IX-RPT-ID     TO WS-IT-RPT-ID(WS-IX-COUNT)
003100                    MOVE IX-BUS-DATE   TO WS-IT-BUS-DATE(WS-IX-COUNT)
003110                    MOVE IX-PAGE-COUNT TO WS-IT-PAGES(WS-IX-COUNT)
003120                    MOVE IX-RPT-ID         TO WS-AN-RPT-ID
003130                    MOVE 0             TO WS-IT-RULE(WS-IX-COUNT)
003140                    PERFORM 15000-TAG-RULE-PARA
003150                        VARYING WS-RULE-SUB FROM 1 BY 1
003160                        UNTIL WS-RULE-SUB  > WS-RULE-COUNT
003170                        OR WS-IT-RULE(WS-IX-COUNT) NOT = 0
003180                END-IF
003190            END-READ.
003200       ******************************************************************
003210       * MATCH THE REPORT TO THE FIRST FAMILY WHOSE PREFIX ITS ARCHIVE
003220       * NAME STARTS WITH.
003230       ******************************************************************
003240        15000-TAG-RULE-PARA.
003250            IF  WS-RL-LENGTH(WS-RULE-SUB)  > 0
003260                AND WS-ARCH-NAME(1:WS-RL-LENGTH(WS-RULE-SUB))
003270                    = WS-RL-FAMILY(WS-RULE-SUB)
003280                        (1:WS-RL-LENGTH(WS-RULE-SUB))
003290                MOVE WS-RULE-SUB           TO WS-IT-RULE(WS-IX-COUNT)
003300            END-IF.
003310       ******************************************************************
003320       * JUDGE ONE ARCHIVED REPORT AGAINST ITS FAMILY'S RULE.
003330       ******************************************************************
003340        20000-JUDGE-PARA.
003350            MOVE WS-IT-RULE(WS-IX-SUB)     TO WS-RULE-HIT.
003360            IF  WS-RULE-HIT                = 0
003370                ADD 1                      TO WS-UNMANAGED-COUNT
003380                MOVE "NO RETENTION RULE"   TO WS-REASON
003390                MOVE "KEPT      "          TO WS-VERDICT
003400                PERFORM 28000-REPORT-PARA
003410            ELSE
003420                IF  WS-RL-TYPE(WS-RULE-HIT) = "G"
003430                    PERFORM 22000-GEN-RULE-PARA
003440                ELSE
003450                    PERFORM 24000-AGE-RULE-PARA
003460                END-IF
003470            END-IF.
003480       ******************************************************************
003490       * GENERATIONS RULE: KEEP THE N NEWEST DATES OF THE REPORT - A
003500       * DATE WITH N OR MORE NEWER DATES OF THE SAME REPORT EXPIRES.
003510       ******************************************************************
003520        22000-GEN-RULE-PARA.
003530            MOVE 0                         TO WS-NEWER-COUNT.
003540            PERFORM 22100-COUNT-NEWER-PARA
003550                VARYING WS-OTH-SUB FROM 1 BY 1
003560                UNTIL WS-OTH-SUB           > WS-IX-COUNT.
003570            IF  WS-NEWER-COUNT             >= WS-RL-KEEP(WS-RULE-HIT)
003580                MOVE "GENERATIONS EXPIRED"  TO WS-REASON
003590                PERFORM 26000-PURGE-PARA
003600            ELSE
003610                MOVE "WITHIN GENERATIONS"   TO WS-REASON
003620                PERFORM 27000-KEEP-PARA
003630            END-IF.
003640        22100-COUNT-NEWER-PARA.
003650            IF  WS-IT-RPT-ID(WS-OTH-SUB)   = WS-IT-RPT-ID(WS-IX-SUB)
003660                AND WS-IT-BUS-DATE(WS-OTH-SUB)
003670                    > WS-IT-BUS-DATE(WS-IX-SUB)
003680                ADD 1                      TO WS-NEWER-COUNT
003690            END-IF.
003700       ******************************************************************
003710       * AGE RULE: OLDER THAN THE KEEP DAYS (SPGM0906 DD) EXPIRES,
003720       * COUNTED FROM THE REPORT'S BUSINESS DATE.
003730       ******************************************************************
003740        24000-AGE-RULE-PARA.
003750            SET LK-DT-DIFF-DAYS            TO TRUE.
003760            MOVE WS-TODAY-NUM              TO LK-DT-DATE-1.
003770            MOVE WS-IT-BUS-DATE(WS-IX-SUB) TO LK-DT-DATE-2.
003780            CALL 'SPGM0906'                USING LK-DATESVC-PARMS.
003790            IF  LK-DT-BAD
003800                MOVE "BUSINESS DATE UNREADABLE" TO WS-REASON
003810                PERFORM 27000-KEEP-PARA
003820            ELSE
003830                MOVE LK-DT-RESULT          TO WS-AGE-DAYS
003840                IF  WS-AGE-DAYS            > WS-RL-KEEP(WS-RULE-HIT)
003850                    MOVE "PAST KEEP DAYS"  TO WS-REASON
003860                    PERFORM 26000-PURGE-PARA
003870                ELSE
003880                    MOVE "WITHIN KEEP DAYS" TO WS-REASON
003890                    PERFORM 27000-KEEP-PARA
003900                END-IF
003910            END-IF.
003920       ******************************************************************
003930       * EXPIRED: OFFLOAD AND DELETE EVERY ARCHIVED LINE, THEN THE
003940       * INDEX ENTRY.
003950       ******************************************************************
003960        26000-PURGE-PARA.
003970            MOVE WS-IT-RPT-ID(WS-IX-SUB)   TO AR-RPT-ID.
003980            MOVE WS-IT-BUS-DATE(WS-IX-SUB) TO AR-BUS-DATE.
003990            MOVE 0                         TO AR-LINE-NO.
004000            MOVE "NO"                      TO WS-ARCH-EOF.
004010            START ARCH-FILE KEY IS >= AR-KEY
004020                INVALID KEY
004030                    MOVE "YES"             TO WS-ARCH-EOF
004040            END-START.
004050            PERFORM 26100-PURGE-LINE-PARA
004060                UNTIL WS-ARCH-EOF          = "YES"
004070                OR    WS-ERROR-FLAG        = "YES".
004080            IF  WS-ERROR-FLAG              NOT = "YES"
004090                MOVE WS-IT-RPT-ID(WS-IX-SUB)   TO IX-RPT-ID
004100                MOVE WS-IT-BUS-DATE(WS-IX-SUB) TO IX-BUS-DATE
004110                DELETE INDEX-FILE
004120                    INVALID KEY
004130                        DISPLAY "RPTINDEX DELETE FAILED - STATUS "
004140                            WS-INDEX-FS
004150                        MOVE 16            TO RETURN-CODE
004160                        MOVE "YES"         TO WS-ERROR-FLAG
004170                END-DELETE
004180            END-IF.
004190            MOVE "PURGED    "              TO WS-VERDICT.
004200            PERFORM 28000-REPORT-PARA.
004210            ADD 1                          TO WS-PURGED-COUNT.
004220        26100-PURGE-LINE-PARA.
004230            READ ARCH-FILE NEXT RECORD
004240            AT END
004250                MOVE "YES"                 TO WS-ARCH-EOF
004260            NOT AT END
004270                IF  AR-RPT-ID              NOT = WS-IT-RPT-ID(WS-IX-SUB)
004280                    OR AR-BUS-DATE
004290                        NOT = WS-IT-BUS-DATE(WS-IX-SUB)
004300                    MOVE "YES"             TO WS-ARCH-EOF
004310                ELSE
004320                    MOVE AR-ARCH-REC       TO OF-OFFLOAD-REC
004330                    WRITE OF-OFFLOAD-REC
004340                    DELETE ARCH-FILE
004350                        INVALID KEY
004360                            DISPLAY "RPTARCH DELETE FAILED - STATUS "
004370                                WS-ARCH-FS
004380                            MOVE 16        TO RETURN-CODE
004390                            MOVE "YES"     TO WS-ERROR-FLAG
004400                    END-DELETE
004410                    ADD 1                  TO WS-LINES-PURGED
004420                END-IF
004430            END-READ.
004440       ******************************************************************
004450       * KEPT - REPORT ONLY.
004460       ******************************************************************
004470        27000-KEEP-PARA.
004480            MOVE "KEPT      "              TO WS-VERDICT.
004490            PERFORM 28000-REPORT-PARA.
004500            ADD 1                          TO WS-KEPT-COUNT.
004510       ******************************************************************
004520       * ONE REPORT LINE.
004530       ******************************************************************
004540        28000-REPORT-PARA.
004550            MOVE WS-VERDICT                TO WS-SL-VERDICT.
004560            MOVE WS-IT-RPT-ID(WS-IX-SUB)   TO WS-SL-RPT-ID.
004570            MOVE WS-IT-BUS-DATE(WS-IX-SUB) TO WS-SL-BUS-DATE.
004580            MOVE WS-IT-PAGES(WS-IX-SUB)    TO WS-SL-PAGES.
004590            MOVE WS-REASON                 TO WS-SL-REASON.
004600            MOVE WS-SWEEP-LINE             TO RS-REPORT-REC.
004610            WRITE RS-REPORT-REC.
004620       ******************************************************************
004630       * DISPLAY COUNTS AND CLOSE THE FILES.
004640       ******************************************************************
004650        30000-CLOSE-PARA.
004660            DISPLAY "REPORTS KEPT        : " WS-KEPT-COUNT.
004670            DISPLAY "REPORTS PURGED      : " WS-PURGED-COUNT.
004680            DISPLAY "ARCHIVE LINES PURGED: " WS-LINES-PURGED.
004690            DISPLAY "UNMANAGED, UNTOUCHED: " WS-UNMANAGED-COUNT.
004700            CLOSE RET-FILE.
004710            CLOSE INDEX-FILE.
004720            CLOSE ARCH-FILE.
004730            CLOSE OFFLOAD-FILE.
004740            CLOSE REPORT-FILE.
