000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1095.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: WEEKLY FIELD-LEVEL DATA QUALITY SCORECARD.
000060       *  CEXM983 PROVES DEPENDENT RECORDS POINT AT REAL STUDENTS;
000070       *  THIS RUN SCORES WHETHER THE MASTER RECORDS THEMSELVES ARE
000080       *  FILLED IN PROPERLY, BY RULES ON THE DQRULES CONTROL FILE -
000090       *  ONE ROW PER RULE: THE FILE, A RULE ID, THE TEST, THE FIELD
000100       *  POSITION(S), AN OPTIONAL TARGET PASS RATE AND A
000110       *  DESCRIPTION. THE TESTS:
000120       *    NB  FIELD NOT BLANK
000130       *    AN  AT LEAST ONE OF TWO FIELDS NOT BLANK
000140       *    NM  FIELD ALL DIGITS AND NOT ZERO
000150       *    DT  FIELD A REAL YYYYMMDD DATE (SPGM0906) NOT AFTER THE
000160       *        RUN DATE
000170       *    DP  FIELD A DEPARTMENT NUMBER ON DEPTIN
000180       *  THE FILES THAT CAN BE SCORED, EACH READ ONCE FOR ALL ITS
000190       *  RULES AND KEYED BY ITS LEADING KEY FIELD: DEMOFILE,
000200       *  ADDRFILE, CONTFILE, EMPMAST, BANKFILE AND STUDFILE.
000210       *  EACH RULE IS SCORED AS THE PERCENTAGE OF RECORDS PASSING,
000220       *  WITH THE FIRST FIVE FAILING KEYS AS A SAMPLE, AND EACH FILE
000230       *  AS THE PERCENTAGE OF RECORDS PASSING EVERY ONE OF ITS
000240       *  RULES. THE SCORES ARE APPENDED TO THE DQHIST HISTORY, AND
000250       *  EACH RULE IS SHOWN AGAINST ITS LAST EARLIER RUN AS
000260       *  IMPROVING, WORSE OR STEADY (NEW ON ITS FIRST RUN). RC 4 WHEN
000270       *  A RULE IS UNDER ITS TARGET, A RULE ROW IS BAD, OR A FILE
000280       *  COULD NOT BE SCORED.
000290       *  SPGM0905 CARD: DATE= (THE RUN DATE THE SCORES ARE FILED
000300       *  UNDER, DEFAULT TODAY).
000310       * DQRULES : JEBA02.EMY.COBOL.DQRULES
000320       * DEPTIN  : JEBA02.EMY.COBOL.DEPTIN
000330       * DQHIST  : JEBA02.EMY.COBOL.DQHIST
000340       * DQSCORE : JEBA02.EMY.COBOL.DQSCORE
000350       * DEMOFILE/ADDFILE/CONTFILE/EMPMAST/BANKFILE/STUDOUT AS BUILT
000360       * ----------------------------------------------------------------
000370       * PRJ NO    NAME     DATE          MAINT DESC.
000380       * ----------------------------------------------------------------
000390       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000400       ******************************************************************
000410        ENVIRONMENT DIVISION.
000420        INPUT-OUTPUT SECTION.
000430        FILE-CONTROL.
000440            SELECT RULE-FILE
000450                ASSIGN TO DQRULES
000460                ORGANIZATION IS SEQUENTIAL
000470                ACCESS MODE IS SEQUENTIAL
000480                FILE STATUS IS WS-RULE-FS.
000490            SELECT DEPT-FILE
000500                ASSIGN TO DEPTIN
000510                ORGANIZATION IS SEQUENTIAL
000520                ACCESS MODE IS SEQUENTIAL
000530                FILE STATUS IS WS-DEPT-FS.
000540            SELECT HIST-FILE
000550                ASSIGN TO DQHIST
000560                ORGANIZATION IS SEQUENTIAL
000570                ACCESS MODE IS SEQUENTIAL
000580                FILE STATUS IS WS-HIST-FS.
000590            SELECT REPORT-FILE
000600                ASSIGN TO DQSCORE
000610                ORGANIZATION IS SEQUENTIAL
000620                ACCESS MODE IS SEQUENTIAL
000630                FILE STATUS IS WS-REPORT-FS.
000640            SELECT DEMO-FILE
000650                ASSIGN TO DEMOFILE
000660                ORGANIZATION IS INDEXED
000670                ACCESS MODE IS SEQUENTIAL
000680                RECORD KEY IS DS-ENROLL-NO
000690                FILE STATUS IS WS-DATA-FS.
000700            SELECT ADDR-FILE
000710                ASSIGN TO ADDFILE
000720                ORGANIZATION IS SEQUENTIAL
000730                ACCESS MODE IS SEQUENTIAL
000740                FILE STATUS IS WS-DATA-FS.
000750            SELECT CONT-FILE
000760                ASSIGN TO CONTFILE
000770                ORGANIZATION IS INDEXED
000780                ACCESS MODE IS SEQUENTIAL
000790                RECORD KEY IS CT-CONT-KEY
000800                FILE STATUS IS WS-DATA-FS.
000810            SELECT EMP-FILE
000820                ASSIGN TO EMPMAST
000830                ORGANIZATION IS INDEXED
000840                ACCESS MODE IS SEQUENTIAL
000850                RECORD KEY IS EM-EMP-NUM
000860                FILE STATUS IS WS-DATA-FS.
000870            SELECT BANK-FILE
000880                ASSIGN TO BANKFILE
000890                ORGANIZATION IS INDEXED
000900                ACCESS MODE IS SEQUENTIAL
000910                RECORD KEY IS BK-EMP-NO
000920                FILE STATUS IS WS-DATA-FS.
000930            SELECT STUD-FILE
000940                ASSIGN TO STUDOUT
000950                ORGANIZATION IS INDEXED
000960                ACCESS MODE IS SEQUENTIAL
000970                RECORD KEY IS FS-ENROLL-NO
000980                FILE STATUS IS WS-DATA-FS.
000990        DATA DIVISION.
001000        FILE SECTION.
001010        FD  RULE-FILE.
001020        01  DQ-RULE-REC.
001030            05  DQ-FILE                   PIC X(08).
001040            05  DQ-RULE-ID                PIC X(06).
001050            05  DQ-TEST                   PIC X(02).
001060            05  DQ-POS-1                  PIC 9(03).
001070            05  DQ-LEN-1                  PIC 9(02).
001080            05  DQ-POS-2                  PIC 9(03).
001090            05  DQ-LEN-2                  PIC 9(02).
001100            05  DQ-TARGET                 PIC 9(03).
001110            05  DQ-DESC                   PIC X(30).
001120            05  FILLER                    PIC X(21).
001130        FD  DEPT-FILE.
001140        01  DP-DEPT-REC.
001150            05  DP-DEPT-NO                PIC 9(02).
001160            05  DP-DEPT-NAME              PIC X(15).
001170        FD  HIST-FILE.
001180        01  DH-HIST-REC.
001190            05  DH-RUN-DATE               PIC 9(08).
001200            05  DH-FILE                   PIC X(08).
001210            05  DH-RULE-ID                PIC X(06).
001220            05  DH-CHECKED                PIC 9(07).
001230            05  DH-FAILED                 PIC 9(07).
001240            05  DH-PCT                    PIC 9(03)V9(02).
001250            05  FILLER                    PIC X(39).
001260        FD  REPORT-FILE.
001270        01  RS-REPORT-REC                 PIC X(80).
001280        FD  DEMO-FILE.
001290        01  DS-DEMO-REC.
001300            05  DS-ENROLL-NO              PIC 9(06).
001310            05  FILLER                    PIC X(74).
001320        FD  ADDR-FILE.
001330        01  AS-ADDR-REC.
001340            05  AS-ENROLL-NO              PIC 9(06).
001350            05  FILLER                    PIC X(154).
001360        FD  CONT-FILE.
001370        01  CT-CONT-REC.
001380            05  CT-CONT-KEY               PIC X(08).
001390            05  FILLER                    PIC X(72).
001400        FD  EMP-FILE.
001410        01  EM-EMP-REC.
001420            05  EM-EMP-NUM                PIC X(03).
001430            05  FILLER                    PIC X(34).
001440        FD  BANK-FILE.
001450        01  BK-BANK-REC.
001460            05  BK-EMP-NO                 PIC 9(04).
001470            05  FILLER                    PIC X(76).
001480        FD  STUD-FILE.
001490        01  FS-STUD-REC.
001500            05  FS-ENROLL-NO              PIC 9(06).
001510            05  FILLER                    PIC X(74).
001520        WORKING-STORAGE SECTION.
001530        01  WS-RULE-FS                    PIC X(02).
001540        01  WS-DEPT-FS                    PIC X(02).
001550        01  WS-HIST-FS                    PIC X(02).
001560        01  WS-REPORT-FS                  PIC X(02).
001570        01  WS-DATA-FS                    PIC X(02).
001580        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001590        01  WS-RULE-EOF                   PIC X(03) VALUE "NO".
001600        01  WS-FILE-EOF                   PIC X(03).
001610        01  WS-DEPT-AVAIL                 PIC X(03) VALUE "NO".
001620        01  WS-WARN-FLAG                  PIC X(03) VALUE "NO".
001630        01  WS-PARM-CARD                  PIC X(80).
001640        01  WS-CURRENT-DATE-DATA          PIC X(21).
001650        01  WS-RUN-DATE                   PIC 9(08).
001660        01  WS-RUN-DATE-X                 REDEFINES WS-RUN-DATE
001670                                          PIC X(08).
001680       * THE FILES THAT CAN BE SCORED: NAME, RECORD LENGTH, LENGTH OF
001690       * THE LEADING KEY FIELD.
001700        01  WS-FILE-NAMES.
001710            05  FILLER                    PIC X(13)
001720                                          VALUE "DEMOFILE08006".
001730            05  FILLER                    PIC X(13)
001740                                          VALUE "ADDRFILE16006".
001750            05  FILLER                    PIC X(13)
001760                                          VALUE "CONTFILE08008".
001770            05  FILLER                    PIC X(13)
001780                                          VALUE "EMPMAST 03703".
001790            05  FILLER                    PIC X(13)
001800                                          VALUE "BANKFILE08004".
001810            05  FILLER                    PIC X(13)
001820                                          VALUE "STUDFILE08006".
001830        01  WS-FILE-TABLE                 REDEFINES WS-FILE-NAMES.
001840            05  WS-FN-ENTRY               OCCURS 6 TIMES.
001850                10  WS-FN-TAG             PIC X(08).
001860                10  WS-FN-REC-LEN         PIC 9(03).
001870                10  WS-FN-KEY-LEN         PIC 9(02).
001880        01  WS-FILE-STATS.
001890            05  WS-FS-ENTRY               OCCURS 6 TIMES.
001900                10  WS-FS-RULES           PIC 9(03).
001910                10  WS-FS-SCORED          PIC X(03).
001920                10  WS-FS-STATUS          PIC X(02).
001930                10  WS-FS-READ            PIC 9(07).
001940                10  WS-FS-ALL-PASS        PIC 9(07).
001950        01  WS-FN-SUB                     PIC 9(01).
001960        01  WS-CUR-FILE                   PIC 9(01).
001970       * THE RULES, WITH THIS RUN'S COUNTS, THE FAILING-KEY SAMPLE AND
001980       * THE LAST EARLIER SCORE FROM DQHIST.
001990        01  WS-RULE-COUNT                 PIC 9(03) VALUE 0.
002000        01  WS-RULE-MAX                   PIC 9(03) VALUE 60.
002010        01  WS-RULE-TABLE.
002020            05  WS-RL-ENTRY               OCCURS 60 TIMES.
002030                10  WS-RL-FILE-SUB        PIC 9(01).
002040                10  WS-RL-ID              PIC X(06).
002050                10  WS-RL-TEST            PIC X(02).
002060                10  WS-RL-POS-1           PIC 9(03).
002070                10  WS-RL-LEN-1           PIC 9(02).
002080                10  WS-RL-POS-2           PIC 9(03).
002090                10  WS-RL-LEN-2           PIC 9(02).
002100                10  WS-RL-TARGET          PIC 9(03).
002110                10  WS-RL-DESC            PIC X(30).
002120                10  WS-RL-USABLE          PIC X(03).
002130                10  WS-RL-CHECKED         PIC 9(07).
002140                10  WS-RL-FAILED          PIC 9(07).
002150                10  WS-RL-SAMPLES         PIC 9(01).
002160                10  WS-RL-SAMPLE-KEY      PIC X(08) OCCURS 5 TIMES.
002170                10  WS-RL-PRIOR-DATE      PIC 9(08).
002180                10  WS-RL-PRIOR-PCT       PIC 9(03)V9(02).
002190        01  WS-RL-SUB                     PIC 9(03).
002200        01  WS-SAMPLE-SUB                 PIC 9(01).
002210        01  WS-BAD-REASON                 PIC X(30).
002220       * DEPARTMENTS ON DEPTIN.
002230        01  WS-DEPT-COUNT                 PIC 9(03) VALUE 0.
002240        01  WS-DEPT-TABLE.
002250            05  WS-DT-DEPT-NO             PIC X(02) OCCURS 100 TIMES.
002260        01  WS-DEPT-SUB                   PIC 9(03).
002270       * THE RECORD IN HAND AND THE TEST RESULT.
002280        01  WS-DQ-REC                     PIC X(160).
002290        01  WS-DQ-KEY                     PIC X(08).
002300        01  WS-REC-OK                     PIC X(03).
002310        01  WS-TEST-OK                    PIC X(03).
002320        01  WS-FIELD                      PIC X(30).
002330        01  WS-RULES-READ                 PIC 9(03) VALUE 0.
002340        01  WS-RULES-BAD                  PIC 9(03) VALUE 0.
002350        01  WS-BELOW-TARGET               PIC 9(03) VALUE 0.
002360        01  WS-HIST-WRITTEN               PIC 9(03) VALUE 0.
002370        01  WS-PCT                        PIC 9(03)V9(02).
002380        01  WS-CHANGE                     PIC S9(03)V9(02).
002390        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
002400        01  WS-HEADER2.
002410            05 FILLER                     PIC X(20) VALUE ALL "*".
002420            05 FILLER                     PIC X(30)
002430                     VALUE " DATA QUALITY SCORECARD       ".
002440            05 FILLER                     PIC X(20) VALUE ALL "*".
002450            05 FILLER                     PIC X(10) VALUE SPACES.
002460        01  WS-HEADER3.
002470            05 FILLER                     PIC X(10) VALUE "RUN DATE: ".
002480            05 WS-H3-RUN-DATE             PIC 9(08).
002490            05 FILLER                     PIC X(62) VALUE SPACES.
002500        01  WS-HEADER4.
002510            05 FILLER                     PIC X(40)
002520                     VALUE "  RULE   DESCRIPTION".
002530            05 FILLER                     PIC X(40)
002540                     VALUE "CHECKED  PASS%  LAST% CHANGE TREND".
002550        01  WS-FILE-LINE.
002560            05 FILLER                     PIC X(05) VALUE "FILE ".
002570            05 WS-FL-FILE                 PIC X(08).
002580            05 FILLER                     PIC X(10) VALUE "  RECORDS ".
002590            05 WS-FL-READ                 PIC Z(06)9.
002600            05 FILLER                     PIC X(22)
002610                     VALUE "  PASSING EVERY RULE  ".
002620            05 WS-FL-PCT                  PIC ZZ9.99.
002630            05 FILLER                     PIC X(01) VALUE "%".
002640            05 FILLER                     PIC X(21) VALUE SPACES.
002650        01  WS-NOT-SCORED-LINE.
002660            05 FILLER                     PIC X(05) VALUE "FILE ".
002670            05 WS-NS-FILE                 PIC X(08).
002680            05 FILLER                     PIC X(30)
002690                     VALUE "  NOT SCORED - OPEN STATUS    ".
002700            05 WS-NS-STATUS               PIC X(02).
002710            05 FILLER                     PIC X(35) VALUE SPACES.
002720        01  WS-RULE-LINE.
002730            05 FILLER                     PIC X(02) VALUE SPACES.
002740            05 WS-RU-ID                   PIC X(06).
002750            05 FILLER                     PIC X(01) VALUE SPACES.
002760            05 WS-RU-DESC                 PIC X(30).
002770            05 FILLER                     PIC X(01) VALUE SPACES.
002780            05 WS-RU-CHECKED              PIC Z(06)9.
002790            05 FILLER                     PIC X(01) VALUE SPACES.
002800            05 WS-RU-PCT                  PIC ZZ9.99.
002810            05 FILLER                     PIC X(01) VALUE SPACES.
002820            05 WS-RU-LAST                 PIC ZZ9.99.
002830            05 WS-RU-LAST-X               REDEFINES WS-RU-LAST
002840                                          PIC X(06).
002850            05 FILLER                     PIC X(01) VALUE SPACES.
002860            05 WS-RU-CHANGE               PIC +ZZ9.99.
002870            05 WS-RU-CHANGE-X             REDEFINES WS-RU-CHANGE
002880                                          PIC X(07).
002890            05 FILLER                     PIC X(01) VALUE SPACES.
002900            05 WS-RU-TREND                PIC X(09).
002910            05 WS-RU-FLAG                 PIC X(01).
002920        01  WS-SAMPLE-LINE.
002930            05 FILLER                     PIC X(11)
002940                                          VALUE "    FAILED ".
002950            05 WS-SL-FAILED               PIC Z(06)9.
002960            05 FILLER                     PIC X(08) VALUE "  KEYS: ".
002970            05 WS-SL-KEY                  OCCURS 5 TIMES.
002980                10 WS-SL-KEY-TEXT         PIC X(08).
002990                10 FILLER                 PIC X(01).
003000            05 FILLER                     PIC X(09) VALUE SPACES.
003010        01  WS-BAD-LINE.
003020            05 FILLER                     PIC X(14)
003030                                          VALUE "RULE SKIPPED: ".
003040            05 WS-BL-FILE                 PIC X(08).
003050            05 FILLER                     PIC X(01) VALUE SPACES.
003060            05 WS-BL-ID                   PIC X(06).
003070            05 FILLER                     PIC X(03) VALUE " - ".
003080            05 WS-BL-REASON               PIC X(30).
003090            05 FILLER                     PIC X(18) VALUE SPACES.
003100        01  WS-LEGEND                     PIC X(80) VALUE
003110            "* = UNDER THE RULE'S TARGET PASS RATE".
003120        COPY SPGM0905L.
003130        COPY SPGM0906L.
003140        COPY SPGMABNL.
003150        PROCEDURE DIVISION.
003160       ******************************************************************
003170       * MAIN PROGRAM FLOW: LOAD THE RULES, DEPARTMENTS AND HISTORY,
003180       * SCORE EACH FILE IN TURN, PRINT AND FILE THE SCORES.
003190       ******************************************************************
003200        00000-MAIN-PARA.
003210            PERFORM 05000-ACCEPT-PARA.
003220            IF  WS-ERROR-FLAG              NOT = "YES"
003230                PERFORM 10000-INITIALIZE-PARA
003240            END-IF.
003250            IF  WS-ERROR-FLAG              NOT = "YES"
003260                PERFORM 12000-LOAD-RULES-PARA
003270                    UNTIL WS-RULE-EOF      = "YES"
003280                IF  WS-RULE-COUNT          = 0
003290                    DISPLAY "NO USABLE RULES ON DQRULES - RUN REFUSED."
003300                    MOVE 16                TO RETURN-CODE
003310                    MOVE "YES"             TO WS-ERROR-FLAG
003320                END-IF
003330            END-IF.
003340            IF  WS-ERROR-FLAG              NOT = "YES"
003350                PERFORM 13000-LOAD-DEPT-PARA
003360                PERFORM 14000-LOAD-HIST-PARA
003370                PERFORM 20000-SCORE-FILES-PARA
003380                PERFORM 25000-REPORT-PARA
003390                PERFORM 26000-WRITE-HIST-PARA
003400                PERFORM 28000-RETURN-CODE-PARA
003410            END-IF.
003420            PERFORM 30000-CLOSE-PARA.
003430            STOP RUN.
003440       ******************************************************************
003450       * ACCEPT THE DATE= CARD.
003460       ******************************************************************
003470        05000-ACCEPT-PARA.
003480            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
003490            MOVE SPACES                    TO WS-PARM-CARD.
003500            ACCEPT WS-PARM-CARD.
003510            MOVE WS-PARM-CARD              TO LK-PA-CARD.
003520            MOVE "DATE"                    TO LK-PA-KEYWORD.
003530            SET LK-PA-NUMERIC              TO TRUE.
003540            MOVE 19000101                  TO LK-PA-MIN-VALUE.
003550            MOVE 29991231                  TO LK-PA-MAX-VALUE.
003560            MOVE WS-CURRENT-DATE-DATA(1:8) TO LK-PA-DEFAULT.
003570            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
003580            IF  LK-PA-BAD
003590                DISPLAY "BAD DATE= CARD - RUN REFUSED."
003600                MOVE 16                    TO RETURN-CODE
003610                MOVE "YES"                 TO WS-ERROR-FLAG
003620            ELSE
003630                MOVE LK-PA-NUM-VALUE       TO WS-RUN-DATE
003640                SET LK-DT-VALIDATE         TO TRUE
003650                MOVE WS-RUN-DATE           TO LK-DT-DATE-1
003660                CALL 'SPGM0906'            USING LK-DATESVC-PARMS
003670                IF  LK-DT-BAD
003680                    DISPLAY "DATE= " WS-RUN-DATE
003690                        " IS NOT A REAL DATE - RUN REFUSED."
003700                    MOVE 16                TO RETURN-CODE
003710                    MOVE "YES"             TO WS-ERROR-FLAG
003720                END-IF
003730            END-IF.
003740       ******************************************************************
003750       * OPEN THE CONTROL FILE AND THE SCORECARD.
003760       ******************************************************************
003770        10000-INITIALIZE-PARA.
003780            INITIALIZE WS-FILE-STATS.
003790            OPEN INPUT RULE-FILE.
003800            IF WS-RULE-FS                 NOT = "00"
003810               DISPLAY "DQRULES ACCESS ERROR."
003820               MOVE "CEXM1095"            TO LK-PGM-ID
003830               MOVE "DQRULES"             TO LK-FILE-ID
003840               MOVE WS-RULE-FS            TO LK-FILE-STATUS
003850               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003860               IF  LK-ABEND-YES
003870                   MOVE 16                TO RETURN-CODE
003880                   MOVE "YES"             TO WS-ERROR-FLAG
003890               END-IF
003900            END-IF.
003910            OPEN OUTPUT REPORT-FILE.
003920            IF WS-REPORT-FS               NOT = "00"
003930               DISPLAY "DQSCORE ACCESS ERROR."
003940               MOVE "CEXM1095"            TO LK-PGM-ID
003950               MOVE "DQSCORE"             TO LK-FILE-ID
003960               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
003970               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003980               IF  LK-ABEND-YES
003990                   MOVE 16                TO RETURN-CODE
004000                   MOVE "YES"             TO WS-ERROR-FLAG
004010               END-IF
004020            END-IF.
004030            IF  WS-ERROR-FLAG              NOT = "YES"
004040                MOVE WS-HEADER2            TO RS-REPORT-REC
004050                WRITE RS-REPORT-REC
004060                MOVE WS-RUN-DATE           TO WS-H3-RUN-DATE
004070                MOVE WS-HEADER3            TO RS-REPORT-REC
004080                WRITE RS-REPORT-REC
004090                MOVE WS-HEADER1            TO RS-REPORT-REC
004100                WRITE RS-REPORT-REC
004110            END-IF.
004120       ******************************************************************
004130       * LOAD THE RULES. A BAD ROW IS PRINTED AND SKIPPED.
004140       ******************************************************************
004150        12000-LOAD-RULES-PARA.
004160            READ RULE-FILE
004170            AT END
004180                MOVE "YES"                 TO WS-RULE-EOF
004190            NOT AT END
004200                ADD 1                      TO WS-RULES-READ
004210                PERFORM 12100-CHECK-RULE-PARA
004220                IF  WS-BAD-REASON          = SPACES
004230                    PERFORM 12200-TAKE-RULE-PARA
004240                ELSE
004250                    ADD 1                  TO WS-RULES-BAD
004260                    MOVE DQ-FILE           TO WS-BL-FILE
004270                    MOVE DQ-RULE-ID        TO WS-BL-ID
004280                    MOVE WS-BAD-REASON     TO WS-BL-REASON
004290                    MOVE WS-BAD-LINE       TO RS-REPORT-REC
004300                    WRITE RS-REPORT-REC
004310                    DISPLAY WS-BAD-LINE
004320                END-IF
004330            END-READ.
004340        12100-CHECK-RULE-PARA.
004350            MOVE SPACES                    TO WS-BAD-REASON.
004360            MOVE 0                         TO WS-CUR-FILE.
004370            PERFORM 12150-FIND-FILE-PARA
004380                VARYING WS-FN-SUB FROM 1 BY 1
004390                UNTIL WS-FN-SUB            > 6.
004400            EVALUATE TRUE
004410                WHEN WS-RULE-COUNT         NOT < WS-RULE-MAX
004420                    MOVE "RULE TABLE FULL AT 60"
004430                                           TO WS-BAD-REASON
004440                WHEN WS-CUR-FILE           = 0
004450                    MOVE "FILE CANNOT BE SCORED"
004460                                           TO WS-BAD-REASON
004470                WHEN DQ-RULE-ID            = SPACES
004480                    MOVE "NO RULE ID"      TO WS-BAD-REASON
004490                WHEN DQ-TEST               NOT = "NB" AND "AN"
004500                     AND "NM" AND "DT" AND "DP"
004510                    MOVE "UNKNOWN TEST"    TO WS-BAD-REASON
004520                WHEN DQ-POS-1              NOT NUMERIC
004530                     OR DQ-LEN-1           NOT NUMERIC
004540                     OR DQ-POS-1           = 0
004550                     OR DQ-LEN-1           = 0
004560                     OR DQ-LEN-1           > 30
004570                    MOVE "BAD FIELD POSITION"
004580                                           TO WS-BAD-REASON
004590                WHEN DQ-POS-1 + DQ-LEN-1 - 1
004600                     > WS-FN-REC-LEN(WS-CUR-FILE)
004610                    MOVE "FIELD PAST END OF RECORD"
004620                                           TO WS-BAD-REASON
004630                WHEN DQ-TEST               = "DT"
004640                     AND DQ-LEN-1          NOT = 8
004650                    MOVE "DATE FIELD MUST BE 8 LONG"
004660                                           TO WS-BAD-REASON
004670                WHEN DQ-TEST               = "DP"
004680                     AND DQ-LEN-1          NOT = 2
004690                    MOVE "DEPT FIELD MUST BE 2 LONG"
004700                                           TO WS-BAD-REASON
004710                WHEN DQ-TEST               = "AN"
004720                     AND (DQ-POS-2         NOT NUMERIC
004730                     OR DQ-LEN-2           NOT NUMERIC
004740                     OR DQ-POS-2           = 0
004750                     OR DQ-LEN-2           = 0
004760                     OR DQ-LEN-2           > 30)
004770                    MOVE "BAD SECOND FIELD POSITION"
004780                                           TO WS-BAD-REASON
004790                WHEN DQ-TEST               = "AN"
004800                     AND DQ-POS-2 + DQ-LEN-2 - 1
004810                         > WS-FN-REC-LEN(WS-CUR-FILE)
004820                    MOVE "SECOND FIELD PAST END"
004830                                           TO WS-BAD-REASON
004840                WHEN OTHER
004850                    CONTINUE
004860            END-EVALUATE.
004870        12150-FIND-FILE-PARA.
004880            IF  WS-FN-TAG(WS-FN-SUB)       = DQ-FILE
004890                MOVE WS-FN-SUB             TO WS-CUR-FILE
004900            END-IF.
004910        12200-TAKE-RULE-PARA.
004920            ADD 1                          TO WS-RULE-COUNT.
004930            MOVE WS-RULE-COUNT             TO WS-RL-SUB.
004940            INITIALIZE WS-RL-ENTRY(WS-RL-SUB).
004950            MOVE WS-CUR-FILE               TO WS-RL-FILE-SUB(WS-RL-SUB).
004960            MOVE DQ-RULE-ID                TO WS-RL-ID(WS-RL-SUB).
004970            MOVE DQ-TEST                   TO WS-RL-TEST(WS-RL-SUB).
004980            MOVE DQ-POS-1                  TO WS-RL-POS-1(WS-RL-SUB).
004990            MOVE DQ-LEN-1                  TO WS-RL-LEN-1(WS-RL-SUB).
005000            IF  DQ-TEST                    = "AN"
005010                MOVE DQ-POS-2              TO WS-RL-POS-2(WS-RL-SUB)
005020                MOVE DQ-LEN-2              TO WS-RL-LEN-2(WS-RL-SUB)
005030            END-IF.
005040            IF  DQ-TARGET                  NUMERIC
005050                AND DQ-TARGET              NOT > 100
005060                MOVE DQ-TARGET             TO WS-RL-TARGET(WS-RL-SUB)
005070            END-IF.
005080            MOVE DQ-DESC                   TO WS-RL-DESC(WS-RL-SUB).
005090            MOVE "YES"                     TO WS-RL-USABLE(WS-RL-SUB).
005100            ADD 1                          TO WS-FS-RULES(WS-CUR-FILE).
005110       ******************************************************************
005120       * LOAD THE DEPARTMENT NUMBERS. WITHOUT DEPTIN THE DP RULES ARE
005130       * NOT SCORED.
005140       ******************************************************************
005150        13000-LOAD-DEPT-PARA.
005160            OPEN INPUT DEPT-FILE.
005170            IF  WS-DEPT-FS                 = "00"
005180                MOVE "YES"                 TO WS-DEPT-AVAIL
005190                MOVE "NO"                  TO WS-FILE-EOF
005200                PERFORM 13100-READ-DEPT-PARA
005210                    UNTIL WS-FILE-EOF      = "YES"
005220                CLOSE DEPT-FILE
005230            ELSE
005240                DISPLAY "DEPTIN NOT AVAILABLE - STATUS " WS-DEPT-FS
005250                    " - DEPARTMENT RULES NOT SCORED."
005260                PERFORM 13200-DROP-DP-PARA
005270                    VARYING WS-RL-SUB FROM 1 BY 1
005280                    UNTIL WS-RL-SUB        > WS-RULE-COUNT
005290            END-IF.
005300        13100-READ-DEPT-PARA.
005310            READ DEPT-FILE
005320            AT END
005330                MOVE "YES"                 TO WS-FILE-EOF
005340            NOT AT END
005350                IF  WS-DEPT-COUNT          < 100
005360                    ADD 1                  TO WS-DEPT-COUNT
005370                    MOVE DP-DEPT-NO
005380                        TO WS-DT-DEPT-NO(WS-DEPT-COUNT)
005390                ELSE
005400                    DISPLAY "DEPARTMENT TABLE FULL AT 100."
005410                    MOVE "YES"             TO WS-FILE-EOF
005420                END-IF
005430            END-READ.
005440        13200-DROP-DP-PARA.
005450            IF  WS-RL-TEST(WS-RL-SUB)      = "DP"
005460                MOVE "NO"                  TO WS-RL-USABLE(WS-RL-SUB)
005470                MOVE "YES"                 TO WS-WARN-FLAG
005480            END-IF.
005490       ******************************************************************
005500       * FIND EACH RULE'S LAST SCORE BEFORE THIS RUN DATE ON DQHIST.
005510       * A RERUN'S OWN ROWS (THIS RUN DATE) ARE NOT COMPARED AGAINST.
005520       ******************************************************************
005530        14000-LOAD-HIST-PARA.
005540            OPEN INPUT HIST-FILE.
005550            IF  WS-HIST-FS                 = "00"
005560                MOVE "NO"                  TO WS-FILE-EOF
005570                PERFORM 14100-READ-HIST-PARA
005580                    UNTIL WS-FILE-EOF      = "YES"
005590                CLOSE HIST-FILE
005600            ELSE
005610                IF  WS-HIST-FS             NOT = "35"
005620                    DISPLAY "DQHIST NOT READABLE - STATUS " WS-HIST-FS
005630                        " - NO TRENDS THIS RUN."
005640                END-IF
005650            END-IF.
005660        14100-READ-HIST-PARA.
005670            READ HIST-FILE
005680            AT END
005690                MOVE "YES"                 TO WS-FILE-EOF
005700            NOT AT END
005710                IF  DH-RUN-DATE            < WS-RUN-DATE
005720                    PERFORM 14200-MATCH-HIST-PARA
005730                        VARYING WS-RL-SUB FROM 1 BY 1
005740                        UNTIL WS-RL-SUB    > WS-RULE-COUNT
005750                END-IF
005760            END-READ.
005770        14200-MATCH-HIST-PARA.
005780            IF  DH-FILE = WS-FN-TAG(WS-RL-FILE-SUB(WS-RL-SUB))
005790                AND DH-RULE-ID             = WS-RL-ID(WS-RL-SUB)
005800                AND DH-RUN-DATE NOT < WS-RL-PRIOR-DATE(WS-RL-SUB)
005810                MOVE DH-RUN-DATE     TO WS-RL-PRIOR-DATE(WS-RL-SUB)
005820                MOVE DH-PCT          TO WS-RL-PRIOR-PCT(WS-RL-SUB)
005830            END-IF.
005840       ******************************************************************
005850       * SCORE EVERY FILE THAT HAS RULES. A FILE THAT WILL NOT OPEN IS
005860       * REPORTED NOT SCORED.
005870       ******************************************************************
005880        20000-SCORE-FILES-PARA.
005890            IF  WS-FS-RULES(1)             > 0
005900                MOVE 1                     TO WS-CUR-FILE
005910                OPEN INPUT DEMO-FILE
005920                PERFORM 20900-OPENED-PARA
005930                IF  WS-DATA-FS             = "00"
005940                    PERFORM 21000-READ-DEMO-PARA
005950                        UNTIL WS-FILE-EOF  = "YES"
005960                    CLOSE DEMO-FILE
005970                END-IF
005980            END-IF.
005990            IF  WS-FS-RULES(2)             > 0
006000                MOVE 2                     TO WS-CUR-FILE
006010                OPEN INPUT ADDR-FILE
006020                PERFORM 20900-OPENED-PARA
006030                IF  WS-DATA-FS             = "00"
006040                    PERFORM 21100-READ-ADDR-PARA
006050                        UNTIL WS-FILE-EOF  = "YES"
006060                    CLOSE ADDR-FILE
006070                END-IF
006080            END-IF.
006090            IF  WS-FS-RULES(3)             > 0
006100                MOVE 3                     TO WS-CUR-FILE
006110                OPEN INPUT CONT-FILE
006120                PERFORM 20900-OPENED-PARA
006130                IF  WS-DATA-FS             = "00"
006140                    PERFORM 21200-READ-CONT-PARA
006150                        UNTIL WS-FILE-EOF  = "YES"
006160                    CLOSE CONT-FILE
006170                END-IF
006180            END-IF.
006190            IF  WS-FS-RULES(4)             > 0
006200                MOVE 4                     TO WS-CUR-FILE
006210                OPEN INPUT EMP-FILE
006220                PERFORM 20900-OPENED-PARA
006230                IF  WS-DATA-FS             = "00"
006240                    PERFORM 21300-READ-EMP-PARA
006250                        UNTIL WS-FILE-EOF  = "YES"
006260                    CLOSE EMP-FILE
006270                END-IF
006280            END-IF.
006290            IF  WS-FS-RULES(5)             > 0
006300                MOVE 5                     TO WS-CUR-FILE
006310                OPEN INPUT BANK-FILE
006320                PERFORM 20900-OPENED-PARA
006330                IF  WS-DATA-FS             = "00"
006340                    PERFORM 21400-READ-BANK-PARA
006350                        UNTIL WS-FILE-EOF  = "YES"
006360                    CLOSE BANK-FILE
006370                END-IF
006380            END-IF.
006390            IF  WS-FS-RULES(6)             > 0
006400                MOVE 6                     TO WS-CUR-FILE
006410                OPEN INPUT STUD-FILE
006420                PERFORM 20900-OPENED-PARA
006430                IF  WS-DATA-FS             = "00"
006440                    PERFORM 21500-READ-STUD-PARA
006450                        UNTIL WS-FILE-EOF  = "YES"
006460                    CLOSE STUD-FILE
006470                END-IF
006480            END-IF.
006490        20900-OPENED-PARA.
006500            MOVE WS-DATA-FS                TO WS-FS-STATUS(WS-CUR-FILE).
006510            IF  WS-DATA-FS                 = "00"
006520                MOVE "YES"                 TO WS-FS-SCORED(WS-CUR-FILE)
006530                MOVE "NO"                  TO WS-FILE-EOF
006540            ELSE
006550                MOVE "NO"                  TO WS-FS-SCORED(WS-CUR-FILE)
006560                MOVE "YES"                 TO WS-WARN-FLAG
006570                DISPLAY WS-FN-TAG(WS-CUR-FILE) " NOT SCORED - STATUS "
006580                    WS-DATA-FS
006590            END-IF.
006600       ******************************************************************
006610       * ONE READ PARAGRAPH PER FILE: EACH HANDS THE RECORD TO THE
006620       * COMMON RULE PASS.
006630       ******************************************************************
006640        21000-READ-DEMO-PARA.
006650            READ DEMO-FILE
006660            AT END
006670                MOVE "YES"                 TO WS-FILE-EOF
006680            NOT AT END
006690                MOVE DS-DEMO-REC           TO WS-DQ-REC
006700                PERFORM 22000-RECORD-PARA
006710            END-READ.
006720        21100-READ-ADDR-PARA.
006730            READ ADDR-FILE
006740            AT END
006750                MOVE "YES"                 TO WS-FILE-EOF
006760            NOT AT END
006770                MOVE AS-ADDR-REC           TO WS-DQ-REC
006780                PERFORM 22000-RECORD-PARA
006790            END-READ.
006800        21200-READ-CONT-PARA.
006810            READ CONT-FILE
006820            AT END
006830                MOVE "YES"                 TO WS-FILE-EOF
006840            NOT AT END
006850                MOVE CT-CONT-REC           TO WS-DQ-REC
006860                PERFORM 22000-RECORD-PARA
006870            END-READ.
006880        21300-READ-EMP-PARA.
006890            READ EMP-FILE
006900            AT END
006910                MOVE "YES"                 TO WS-FILE-EOF
006920            NOT AT END
006930                MOVE EM-EMP-REC            TO WS-DQ-REC
006940                PERFORM 22000-RECORD-PARA
006950            END-READ.
006960        21400-READ-BANK-PARA.
006970            READ BANK-FILE
006980            AT END
006990                MOVE "YES"                 TO WS-FILE-EOF
007000            NOT AT END
007010                MOVE BK-BANK-REC           TO WS-DQ-REC
007020                PERFORM 22000-RECORD-PARA
007030            END-READ.
007040        21500-READ-STUD-PARA.
007050            READ STUD-FILE
007060            AT END
007070                MOVE "YES"                 TO WS-FILE-EOF
007080            NOT AT END
007090                MOVE FS-STUD-REC           TO WS-DQ-REC
007100                PERFORM 22000-RECORD-PARA
007110            END-READ.
007120       ******************************************************************
007130       * RUN EVERY USABLE RULE OF THE CURRENT FILE AGAINST THE RECORD.
007140       ******************************************************************
007150        22000-RECORD-PARA.
007160            ADD 1                          TO WS-FS-READ(WS-CUR-FILE).
007170            MOVE SPACES                    TO WS-DQ-KEY.
007180            MOVE WS-DQ-REC(1:WS-FN-KEY-LEN(WS-CUR-FILE))
007190                                           TO WS-DQ-KEY.
007200            MOVE "YES"                     TO WS-REC-OK.
007210            PERFORM 22100-APPLY-RULE-PARA
007220                VARYING WS-RL-SUB FROM 1 BY 1
007230                UNTIL WS-RL-SUB            > WS-RULE-COUNT.
007240            IF  WS-REC-OK                  = "YES"
007250                ADD 1                      TO WS-FS-ALL-PASS(WS-CUR-FILE)
007260            END-IF.
007270        22100-APPLY-RULE-PARA.
007280            IF  WS-RL-FILE-SUB(WS-RL-SUB)  = WS-CUR-FILE
007290                AND WS-RL-USABLE(WS-RL-SUB) = "YES"
007300                ADD 1                      TO WS-RL-CHECKED(WS-RL-SUB)
007310                PERFORM 22200-TEST-PARA
007320                IF  WS-TEST-OK             = "NO"
007330                    MOVE "NO"              TO WS-REC-OK
007340                    ADD 1                  TO WS-RL-FAILED(WS-RL-SUB)
007350                    IF  WS-RL-SAMPLES(WS-RL-SUB) < 5
007360                        ADD 1              TO WS-RL-SAMPLES(WS-RL-SUB)
007370                        MOVE WS-DQ-KEY     TO WS-RL-SAMPLE-KEY
007380                            (WS-RL-SUB, WS-RL-SAMPLES(WS-RL-SUB))
007390                    END-IF
007400                END-IF
007410            END-IF.
007420       ******************************************************************
007430       * THE TESTS.
007440       ******************************************************************
007450        22200-TEST-PARA.
007460            MOVE "NO"                      TO WS-TEST-OK.
007470            MOVE SPACES                    TO WS-FIELD.
007480            MOVE WS-DQ-REC(WS-RL-POS-1(WS-RL-SUB):
007490                           WS-RL-LEN-1(WS-RL-SUB))
007500                                           TO WS-FIELD.
007510            EVALUATE WS-RL-TEST(WS-RL-SUB)
007520                WHEN "NB"
007530                    IF  WS-FIELD           NOT = SPACES
007540                        AND WS-FIELD(1:WS-RL-LEN-1(WS-RL-SUB))
007550                            NOT = LOW-VALUES
007560                        MOVE "YES"         TO WS-TEST-OK
007570                    END-IF
007580                WHEN "AN"
007590                    IF  WS-FIELD           NOT = SPACES
007600                        MOVE "YES"         TO WS-TEST-OK
007610                    ELSE
007620                        IF  WS-DQ-REC(WS-RL-POS-2(WS-RL-SUB):
007630                                      WS-RL-LEN-2(WS-RL-SUB))
007640                            NOT = SPACES
007650                            MOVE "YES"     TO WS-TEST-OK
007660                        END-IF
007670                    END-IF
007680                WHEN "NM"
007690                    IF  WS-FIELD(1:WS-RL-LEN-1(WS-RL-SUB)) NUMERIC
007700                        AND WS-FIELD(1:WS-RL-LEN-1(WS-RL-SUB))
007710                            NOT = ALL "0"
007720                        MOVE "YES"         TO WS-TEST-OK
007730                    END-IF
007740                WHEN "DT"
007750                    PERFORM 22300-DATE-TEST-PARA
007760                WHEN "DP"
007770                    PERFORM 22400-DEPT-TEST-PARA
007780                        VARYING WS-DEPT-SUB FROM 1 BY 1
007790                        UNTIL WS-DEPT-SUB  > WS-DEPT-COUNT
007800                        OR WS-TEST-OK      = "YES"
007810            END-EVALUATE.
007820       * A DATE MUST BE A REAL DATE NO LATER THAN THE RUN DATE; A
007830       * BLANK OR GARBLED ONE FAILS.
007840        22300-DATE-TEST-PARA.
007850            IF  WS-FIELD(1:8)              NUMERIC
007860                MOVE WS-FIELD(1:8)         TO LK-DT-DATE-1
007870                SET LK-DT-VALIDATE         TO TRUE
007880                CALL 'SPGM0906'            USING LK-DATESVC-PARMS
007890                IF  LK-DT-OK
007900                    AND WS-FIELD(1:8)      NOT > WS-RUN-DATE-X
007910                    MOVE "YES"             TO WS-TEST-OK
007920                END-IF
007930            END-IF.
007940        22400-DEPT-TEST-PARA.
007950            IF  WS-DT-DEPT-NO(WS-DEPT-SUB) = WS-FIELD(1:2)
007960                MOVE "YES"                 TO WS-TEST-OK
007970            END-IF.
007980       ******************************************************************
007990       * PRINT THE SCORECARD: EACH FILE'S LINE, THEN ITS RULES.
008000       ******************************************************************
008010        25000-REPORT-PARA.
008020            MOVE WS-HEADER4                TO RS-REPORT-REC.
008030            WRITE RS-REPORT-REC.
008040            MOVE WS-HEADER1                TO RS-REPORT-REC.
008050            WRITE RS-REPORT-REC.
008060            PERFORM 25100-FILE-PARA
008070                VARYING WS-FN-SUB FROM 1 BY 1
008080                UNTIL WS-FN-SUB            > 6.
008090            MOVE WS-HEADER1                TO RS-REPORT-REC.
008100            WRITE RS-REPORT-REC.
008110            MOVE WS-LEGEND                 TO RS-REPORT-REC.
008120            WRITE RS-REPORT-REC.
008130        25100-FILE-PARA.
008140            IF  WS-FS-RULES(WS-FN-SUB)     > 0
008150                IF  WS-FS-SCORED(WS-FN-SUB) = "YES"
008160                    MOVE WS-FN-TAG(WS-FN-SUB)  TO WS-FL-FILE
008170                    MOVE WS-FS-READ(WS-FN-SUB) TO WS-FL-READ
008180                    IF  WS-FS-READ(WS-FN-SUB)  > 0
008190                        COMPUTE WS-PCT ROUNDED =
008200                            WS-FS-ALL-PASS(WS-FN-SUB) * 100
008210                            / WS-FS-READ(WS-FN-SUB)
008220                    ELSE
008230                        MOVE 0             TO WS-PCT
008240                    END-IF
008250                    MOVE WS-PCT            TO WS-FL-PCT
008260                    MOVE WS-FILE-LINE      TO RS-REPORT-REC
008270                    WRITE RS-REPORT-REC
008280                    PERFORM 25200-RULE-PARA
008290                        VARYING WS-RL-SUB FROM 1 BY 1
008300                        UNTIL WS-RL-SUB    > WS-RULE-COUNT
008310                ELSE
008320                    MOVE WS-FN-TAG(WS-FN-SUB)    TO WS-NS-FILE
008330                    MOVE WS-FS-STATUS(WS-FN-SUB) TO WS-NS-STATUS
008340                    MOVE WS-NOT-SCORED-LINE      TO RS-REPORT-REC
008350                    WRITE RS-REPORT-REC
008360                END-IF
008370            END-IF.
008380       * ONE RULE: ITS SCORE AGAINST THE LAST EARLIER RUN, THEN THE
008390       * FAILING-KEY SAMPLE.
008400        25200-RULE-PARA.
008410            IF  WS-RL-FILE-SUB(WS-RL-SUB)  = WS-FN-SUB
008420                MOVE WS-RL-ID(WS-RL-SUB)   TO WS-RU-ID
008430                MOVE WS-RL-DESC(WS-RL-SUB) TO WS-RU-DESC
008440                MOVE WS-RL-CHECKED(WS-RL-SUB) TO WS-RU-CHECKED
008450                MOVE SPACE                 TO WS-RU-FLAG
008460                IF  WS-RL-USABLE(WS-RL-SUB) = "NO"
008470                    MOVE 0                 TO WS-RU-PCT
008480                    MOVE SPACES            TO WS-RU-LAST-X
008490                    MOVE SPACES            TO WS-RU-CHANGE-X
008500                    MOVE "NO DEPTIN"       TO WS-RU-TREND
008510                ELSE
008520                    PERFORM 25300-SCORE-PARA
008530                END-IF
008540                MOVE WS-RULE-LINE          TO RS-REPORT-REC
008550                WRITE RS-REPORT-REC
008560                IF  WS-RL-FAILED(WS-RL-SUB) > 0
008570                    MOVE WS-RL-FAILED(WS-RL-SUB) TO WS-SL-FAILED
008580                    PERFORM 25400-SAMPLE-KEY-PARA
008590                        VARYING WS-SAMPLE-SUB FROM 1 BY 1
008600                        UNTIL WS-SAMPLE-SUB > 5
008610                    MOVE WS-SAMPLE-LINE    TO RS-REPORT-REC
008620                    WRITE RS-REPORT-REC
008630                END-IF
008640            END-IF.
008650        25300-SCORE-PARA.
008660            IF  WS-RL-CHECKED(WS-RL-SUB)   > 0
008670                COMPUTE WS-PCT ROUNDED =
008680                    (WS-RL-CHECKED(WS-RL-SUB) - WS-RL-FAILED(WS-RL-SUB))
008690                    * 100 / WS-RL-CHECKED(WS-RL-SUB)
008700            ELSE
008710                MOVE 100                   TO WS-PCT
008720            END-IF.
008730            MOVE WS-PCT                    TO WS-RU-PCT.
008740            IF  WS-RL-PRIOR-DATE(WS-RL-SUB) = 0
008750                MOVE SPACES                TO WS-RU-LAST-X
008760                MOVE SPACES                TO WS-RU-CHANGE-X
008770                MOVE "NEW"                 TO WS-RU-TREND
008780            ELSE
008790                MOVE WS-RL-PRIOR-PCT(WS-RL-SUB) TO WS-RU-LAST
008800                COMPUTE WS-CHANGE =
008810                    WS-PCT - WS-RL-PRIOR-PCT(WS-RL-SUB)
008820                MOVE WS-CHANGE             TO WS-RU-CHANGE
008830                EVALUATE TRUE
008840                    WHEN WS-CHANGE         > 0
008850                        MOVE "IMPROVING"   TO WS-RU-TREND
008860                    WHEN WS-CHANGE         < 0
008870                        MOVE "WORSE"       TO WS-RU-TREND
008880                    WHEN OTHER
008890                        MOVE "STEADY"      TO WS-RU-TREND
008900                END-EVALUATE
008910            END-IF.
008920            IF  WS-RL-TARGET(WS-RL-SUB)    > 0
008930                AND WS-PCT                 < WS-RL-TARGET(WS-RL-SUB)
008940                MOVE "*"                   TO WS-RU-FLAG
008950                ADD 1                      TO WS-BELOW-TARGET
008960            END-IF.
008970        25400-SAMPLE-KEY-PARA.
008980            IF  WS-SAMPLE-SUB              > WS-RL-SAMPLES(WS-RL-SUB)
008990                MOVE SPACES         TO WS-SL-KEY-TEXT(WS-SAMPLE-SUB)
009000            ELSE
009010                MOVE WS-RL-SAMPLE-KEY(WS-RL-SUB, WS-SAMPLE-SUB)
009020                                    TO WS-SL-KEY-TEXT(WS-SAMPLE-SUB)
009030            END-IF.
009040       ******************************************************************
009050       * APPEND THIS RUN'S SCORES TO DQHIST - ONE ROW PER SCORED RULE.
009060       * THE HISTORY IS CREATED ON THE FIRST RUN.
009070       ******************************************************************
009080        26000-WRITE-HIST-PARA.
009090            OPEN EXTEND HIST-FILE.
009100            IF  WS-HIST-FS                 = "35"
009110                OPEN OUTPUT HIST-FILE
009120            END-IF.
009130            IF  WS-HIST-FS                 NOT = "00"
009140                DISPLAY "DQHIST ACCESS ERROR."
009150                MOVE "CEXM1095"            TO LK-PGM-ID
009160                MOVE "DQHIST"              TO LK-FILE-ID
009170                MOVE WS-HIST-FS            TO LK-FILE-STATUS
009180                CALL 'SPGMABND'            USING LK-ABEND-PARMS
009190                IF  LK-ABEND-YES
009200                    MOVE 16                TO RETURN-CODE
009210                    MOVE "YES"             TO WS-ERROR-FLAG
009220                END-IF
009230            ELSE
009240                PERFORM 26100-HIST-ROW-PARA
009250                    VARYING WS-RL-SUB FROM 1 BY 1
009260                    UNTIL WS-RL-SUB        > WS-RULE-COUNT
009270                CLOSE HIST-FILE
009280            END-IF.
009290        26100-HIST-ROW-PARA.
009300            IF  WS-RL-USABLE(WS-RL-SUB)    = "YES"
009310                AND WS-FS-SCORED(WS-RL-FILE-SUB(WS-RL-SUB)) = "YES"
009320                AND WS-RL-CHECKED(WS-RL-SUB) > 0
009330                MOVE SPACES                TO DH-HIST-REC
009340                MOVE WS-RUN-DATE           TO DH-RUN-DATE
009350                MOVE WS-FN-TAG(WS-RL-FILE-SUB(WS-RL-SUB)) TO DH-FILE
009360                MOVE WS-RL-ID(WS-RL-SUB)   TO DH-RULE-ID
009370                MOVE WS-RL-CHECKED(WS-RL-SUB) TO DH-CHECKED
009380                MOVE WS-RL-FAILED(WS-RL-SUB)  TO DH-FAILED
009390                COMPUTE DH-PCT ROUNDED =
009400                    (WS-RL-CHECKED(WS-RL-SUB) - WS-RL-FAILED(WS-RL-SUB))
009410                    * 100 / WS-RL-CHECKED(WS-RL-SUB)
009420                WRITE DH-HIST-REC
009430                ADD 1                      TO WS-HIST-WRITTEN
009440            END-IF.
009450       ******************************************************************
009460       * RC 4 WHEN ANY MEASURE IS UNDER TARGET OR SOMETHING WAS NOT
009470       * SCORED.
009480       ******************************************************************
009490        28000-RETURN-CODE-PARA.
009500            IF  WS-ERROR-FLAG              NOT = "YES"
009510                IF  WS-BELOW-TARGET        > 0
009520                    OR WS-RULES-BAD        > 0
009530                    OR WS-WARN-FLAG        = "YES"
009540                    MOVE 4                 TO RETURN-CODE
009550                END-IF
009560            END-IF.
009570       ******************************************************************
009580       * DISPLAY COUNTS AND CLOSE THE FILES.
009590       ******************************************************************
009600        30000-CLOSE-PARA.
009610            DISPLAY "RULES READ          : " WS-RULES-READ.
009620            DISPLAY "RULES SKIPPED       : " WS-RULES-BAD.
009630            DISPLAY "RULES UNDER TARGET  : " WS-BELOW-TARGET.
009640            DISPLAY "HISTORY ROWS ADDED  : " WS-HIST-WRITTEN.
009650            CLOSE RULE-FILE.
009660            CLOSE REPORT-FILE.
