000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1082.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: CLOSURE CALENDAR CONFIRMATION. NO CLOSURE ON
000060       *  CLOSFILE TAKES EFFECT UNTIL AN OPERATOR HAS CONFIRMED IT. READS
000070       *  CLOSIN TRANSACTIONS (ACTION, CAMPUS, DATE, REASON CODE) AND
000080       *  APPLIES THEM RANDOMLY TO THE CLOSFILE CALENDAR, CEXM1073-STYLE:
000090       *    - A  ADDS A CLOSURE THE WEATHER RUN (CEXM1081) COULD NOT SEE
000100       *         - SNOW, A BURST MAIN - AS A PROPOSAL (STATUS P) WITH THE
000110       *         OPERATOR'S OWN REASON CODE; IT STILL NEEDS A C
000120       *    - C  CONFIRMS A PROPOSAL (OR REINSTATES A REJECTED ONE) -
000130       *         STATUS C, STAMPED WITH THE OPERATOR AND RUN DATE. A
000140       *         REASON CODE ON THE CARD REPLACES THE PROPOSED ONE
000150       *    - R  REJECTS A PROPOSAL OR WITHDRAWS A CONFIRMED CLOSURE -
000160       *         STATUS X. THE RECORD STAYS SO CEXM1081 DOES NOT RAISE
000170       *         THE SAME DAY AGAIN
000180       *  THE CAMPUS MUST BE ON CEXM974'S CAMPFILE AND THE DATE A REAL
000190       *  WEEKDAY (SPGM0906). THE OPERATOR ID CARD COMES FIRST AND EVERY
000200       *  TRANSACTION IS PROVED THROUGH SPGM0908. ONLY A CONFIRMED DAY IS
000210       *  SEEN BY SPGM1004, AND SO BY THE ATTENDANCE LOAD (CEXM931), THE
000220       *  ABSENCE WINDOWS (CEXM932), THE ADA CLAIM (CEXM988) AND THE
000230       *  MAKE-UP DAY REPORT (CEXM1083). APPLIED AND REJECTED
000240       *  TRANSACTIONS LAND ON THE CLOSMNT AUDIT REPORT.
000250       * CLOSIN  : JEBA02.EMY.COBOL.CLOSIN
000260       * CLOSFILE: JEBA02.EMY.COBOL.CLOSFILE (INDEXED ON CAMPUS+DATE)
000270       * CAMPFILE: JEBA02.EMY.COBOL.CAMPFILE (INDEXED ON CAMPUS CODE)
000280       * CLOSMNT : JEBA02.EMY.COBOL.CLOSMNT
000290       * ----------------------------------------------------------------
000300       * PRJ NO    NAME     DATE          MAINT DESC.
000310       * ----------------------------------------------------------------
000320       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000330       ******************************************************************
000340        ENVIRONMENT DIVISION.
000350        INPUT-OUTPUT SECTION.
000360        FILE-CONTROL.
000370            SELECT TRAN-FILE
000380                ASSIGN TO CLOSIN
000390                ORGANIZATION IS SEQUENTIAL
000400                ACCESS MODE IS SEQUENTIAL
000410                FILE STATUS IS WS-TRAN-FS.
000420            SELECT CLOS-FILE
000430                ASSIGN TO CLOSFILE
000440                ORGANIZATION IS INDEXED
000450                ACCESS MODE IS RANDOM
000460                RECORD KEY IS CL-CLOS-KEY
000470                FILE STATUS IS WS-CLOS-FS.
000480            SELECT CAMP-FILE
000490                ASSIGN TO CAMPFILE
000500                ORGANIZATION IS INDEXED
000510                ACCESS MODE IS RANDOM
000520                RECORD KEY IS CP-CAMPUS-CODE
000530                FILE STATUS IS WS-CAMP-FS.
000540            SELECT AUDIT-FILE
000550                ASSIGN TO CLOSMNT
000560                ORGANIZATION IS SEQUENTIAL
000570                ACCESS MODE IS SEQUENTIAL
000580                FILE STATUS IS WS-AUDIT-FS.
000590        DATA DIVISION.
000600        FILE SECTION.
000610        FD  TRAN-FILE.
000620        01  CT-TRAN-REC.
000630            05  CT-ACTION                 PIC X(01).
000640            05  CT-CAMPUS-CODE            PIC X(02).
000650            05  CT-CLOSE-DATE             PIC X(08).
000660            05  CT-REASON-CODE            PIC X(02).
000670            05  FILLER                    PIC X(67).
000680        FD  CLOS-FILE.
000690        01  CL-CLOS-REC.
000700            05  CL-CLOS-KEY.
000710                10  CL-CAMPUS-CODE        PIC X(02).
000720                10  CL-CLOSE-DATE         PIC 9(08).
000730            05  CL-REASON-CODE            PIC X(02).
000740            05  CL-STATUS                 PIC X(01).
000750            05  CL-SOURCE                 PIC X(01).
000760            05  CL-STATION-ID             PIC X(03).
000770            05  CL-READING                PIC 9(02).
000780            05  CL-PROPOSED-DATE          PIC 9(08).
000790            05  CL-CONFIRM-OPER           PIC X(08).
000800            05  CL-CONFIRM-DATE           PIC 9(08).
000810            05  FILLER                    PIC X(37).
000820        FD  CAMP-FILE.
000830        01  CP-CAMP-REC.
000840            05  CP-CAMPUS-CODE            PIC X(02).
000850            05  CP-CAMPUS-NAME            PIC X(30).
000860            05  FILLER                    PIC X(48).
000870        FD  AUDIT-FILE.
000880        01  AS-AUDIT-REC                  PIC X(80).
000890        WORKING-STORAGE SECTION.
000900        01  WS-TRAN-FS                    PIC X(02).
000910        01  WS-CLOS-FS                    PIC X(02).
000920        01  WS-CAMP-FS                    PIC X(02).
000930        01  WS-AUDIT-FS                   PIC X(02).
000940        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
000950        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
000960        01  WS-CURRENT-DATE-DATA          PIC X(21).
000970        01  WS-RUN-DATE                   PIC 9(08).
000980        01  WS-OPERATOR-ID                PIC X(08).
000990        01  WS-CLOSE-DATE                 PIC 9(08).
001000        01  WS-CARD-OK-FLAG               PIC X(03).
001010        01  WS-ADD-COUNT                  PIC 9(06) VALUE 0.
001020        01  WS-CONFIRM-COUNT              PIC 9(06) VALUE 0.
001030        01  WS-WITHDRAW-COUNT             PIC 9(06) VALUE 0.
001040        01  WS-REJECT-COUNT               PIC 9(06) VALUE 0.
001050        01  WS-AUTH-REJ-COUNT             PIC 9(06) VALUE 0.
001060        01  WS-AUDIT-OUT.
001070            05 WS-AU-VERDICT              PIC X(10).
001080            05 WS-AU-ACTION               PIC X(01).
001090            05 FILLER                     PIC X(08)
001100                                          VALUE " CAMPUS ".
001110            05 WS-AU-CAMPUS               PIC X(02).
001120            05 FILLER                     PIC X(01) VALUE SPACE.
001130            05 WS-AU-DATE                 PIC X(08).
001140            05 FILLER                     PIC X(01) VALUE SPACE.
001150            05 WS-AU-REASON-CODE          PIC X(02).
001160            05 FILLER                     PIC X(03) VALUE " - ".
001170            05 WS-AU-REASON               PIC X(44).
001180        COPY SPGM0906L.
001190        COPY SPGM0908L.
001200        COPY SPGMABNL.
001210        PROCEDURE DIVISION.
001220       ******************************************************************
001230       * MAIN PROGRAM FLOW. THE OPERATOR ID CARD COMES FIRST - A RUN
001240       * WITH NO OPERATOR NAMED DOES NOT TOUCH THE CALENDAR.
001250       ******************************************************************
001260        00000-MAIN-PARA.
001270            ACCEPT WS-OPERATOR-ID.
001280            IF  WS-OPERATOR-ID             = SPACES
001290                DISPLAY "NO OPERATOR ID CARD - RUN REFUSED."
001300                MOVE 16                    TO RETURN-CODE
001310                STOP RUN
001320            END-IF.
001330            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
001340            MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-RUN-DATE.
001350            PERFORM 10000-INITIALIZE-PARA.
001360            PERFORM 20000-PROCESS-PARA
001370              UNTIL WS-ERROR-FLAG = "YES"
001380              OR    WS-ENDOFFILE  = "YES".
001390            PERFORM 30000-CLOSE-PARA.
001400            STOP RUN.
001410       ******************************************************************
001420       * OPEN ALL FILES. THE FIRST RUN CREATES CLOSFILE.
001430       ******************************************************************
001440        10000-INITIALIZE-PARA.
001450            OPEN INPUT TRAN-FILE.
001460            IF WS-TRAN-FS                 NOT = "00"
001470               DISPLAY "CLOSIN ACCESS ERROR."
001480               MOVE "CEXM1082"            TO LK-PGM-ID
001490               MOVE "CLOSIN"              TO LK-FILE-ID
001500               MOVE WS-TRAN-FS            TO LK-FILE-STATUS
001510               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001520               IF  LK-ABEND-YES
001530                   MOVE 16                TO RETURN-CODE
001540                   MOVE "YES"             TO WS-ERROR-FLAG
001550               END-IF
001560            END-IF.
001570            OPEN I-O CLOS-FILE.
001580            IF WS-CLOS-FS                 = "35"
001590               OPEN OUTPUT CLOS-FILE
001600               CLOSE CLOS-FILE
001610               OPEN I-O CLOS-FILE
001620            END-IF.
001630            IF WS-CLOS-FS                 NOT = "00"
001640               DISPLAY "CLOSFILE ACCESS ERROR."
001650               MOVE "CEXM1082"            TO LK-PGM-ID
001660               MOVE "CLOSFILE"            TO LK-FILE-ID
001670               MOVE WS-CLOS-FS            TO LK-FILE-STATUS
001680               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001690               IF  LK-ABEND-YES
001700                   MOVE 16                TO RETURN-CODE
001710                   MOVE "YES"             TO WS-ERROR-FLAG
001720               END-IF
001730            END-IF.
001740            OPEN INPUT CAMP-FILE.
001750            IF WS-CAMP-FS                 NOT = "00"
001760               DISPLAY "CAMPFILE ACCESS ERROR."
001770               MOVE "CEXM1082"            TO LK-PGM-ID
001780               MOVE "CAMPFILE"            TO LK-FILE-ID
001790               MOVE WS-CAMP-FS            TO LK-FILE-STATUS
001800               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001810               IF  LK-ABEND-YES
001820                   MOVE 16                TO RETURN-CODE
001830                   MOVE "YES"             TO WS-ERROR-FLAG
001840               END-IF
001850            END-IF.
001860            OPEN OUTPUT AUDIT-FILE.
001870            IF WS-AUDIT-FS                NOT = "00"
001880               DISPLAY "CLOSMNT ACCESS ERROR."
001890               MOVE "CEXM1082"            TO LK-PGM-ID
001900               MOVE "CLOSMNT"             TO LK-FILE-ID
001910               MOVE WS-AUDIT-FS           TO LK-FILE-STATUS
001920               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001930               IF  LK-ABEND-YES
001940                   MOVE 16                TO RETURN-CODE
001950                   MOVE "YES"             TO WS-ERROR-FLAG
001960               END-IF
001970            END-IF.
001980       ******************************************************************
001990       * READ ONE TRANSACTION, PROVE THE OPERATOR, EDIT THE CARD AND
002000       * ROUTE IT BY ACTION CODE.
002010       ******************************************************************
002020        20000-PROCESS-PARA.
002030            READ TRAN-FILE
002040            AT END
002050                MOVE "YES"                 TO WS-ENDOFFILE
002060            NOT AT END
002070                PERFORM 20500-CHECK-AUTH-PARA
002080                IF  LK-AU-DENIED
002090                    MOVE "OPERATOR NOT AUTHORIZED" TO WS-AU-REASON
002100                    PERFORM 27000-REJECT-PARA
002110                    ADD 1                  TO WS-AUTH-REJ-COUNT
002120                ELSE
002130                    PERFORM 24000-EDIT-CARD-PARA
002140                END-IF
002150                IF  LK-AU-ALLOWED
002160                    AND WS-CARD-OK-FLAG    = "YES"
002170                    EVALUATE CT-ACTION
002180                        WHEN "A"
002190                            PERFORM 21000-ADD-PARA
002200                        WHEN "C"
002210                            PERFORM 22000-CONFIRM-PARA
002220                        WHEN "R"
002230                            PERFORM 23000-WITHDRAW-PARA
002240                    END-EVALUATE
002250                END-IF
002260            END-READ.
002270       ******************************************************************
002280       * EVERY TRANSACTION IS PROVED (AND LOGGED) THROUGH SPGM0908
002290       * AGAINST THE AUTHFILE OPERATOR AUTHORIZATION MASTER.
002300       ******************************************************************
002310        20500-CHECK-AUTH-PARA.
002320            MOVE WS-OPERATOR-ID            TO LK-AU-OPERATOR.
002330            MOVE "CEXM1082"                TO LK-AU-PROGRAM.
002340            MOVE CT-ACTION                 TO LK-AU-TRAN-TYPE.
002350            MOVE CT-CAMPUS-CODE            TO LK-AU-KEY-INFO(1:2).
002360            MOVE CT-CLOSE-DATE             TO LK-AU-KEY-INFO(3:8).
002370            CALL 'SPGM0908'                USING LK-AUTHCHK-PARMS.
002380       ******************************************************************
002390       * ADD AN OPERATOR'S OWN CLOSURE AS A PROPOSAL. A CAMPUS AND DAY
002400       * ALREADY ON THE CALENDAR IS A REJECT.
002410       ******************************************************************
002420        21000-ADD-PARA.
002430            IF  CT-REASON-CODE             = SPACES
002440                MOVE "REASON CODE REQUIRED ON AN ADD" TO WS-AU-REASON
002450                PERFORM 27000-REJECT-PARA
002460            ELSE
002470                MOVE SPACES                TO CL-CLOS-REC
002480                MOVE CT-CAMPUS-CODE        TO CL-CAMPUS-CODE
002490                MOVE WS-CLOSE-DATE         TO CL-CLOSE-DATE
002500                MOVE CT-REASON-CODE        TO CL-REASON-CODE
002510                MOVE "P"                   TO CL-STATUS
002520                MOVE "M"                   TO CL-SOURCE
002530                MOVE 0                     TO CL-READING
002540                MOVE WS-RUN-DATE           TO CL-PROPOSED-DATE
002550                MOVE 0                     TO CL-CONFIRM-DATE
002560                WRITE CL-CLOS-REC
002570                    INVALID KEY
002580                        MOVE "CAMPUS AND DAY ALREADY ON CLOSFILE"
002590                                           TO WS-AU-REASON
002600                        PERFORM 27000-REJECT-PARA
002610                    NOT INVALID KEY
002620                        ADD 1              TO WS-ADD-COUNT
002630                        MOVE "PROPOSED - AWAITS CONFIRMATION"
002640                                           TO WS-AU-REASON
002650                        PERFORM 26000-APPLIED-PARA
002660                END-WRITE
002670            END-IF.
002680       ******************************************************************
002690       * CONFIRM A PROPOSED (OR REJECTED) CLOSURE.
002700       ******************************************************************
002710        22000-CONFIRM-PARA.
002720            MOVE CT-CAMPUS-CODE            TO CL-CAMPUS-CODE.
002730            MOVE WS-CLOSE-DATE             TO CL-CLOSE-DATE.
002740            READ CLOS-FILE
002750                INVALID KEY
002760                    MOVE "NO CLOSURE PROPOSED FOR THAT DAY"
002770                                           TO WS-AU-REASON
002780                    PERFORM 27000-REJECT-PARA
002790                NOT INVALID KEY
002800                    IF  CL-STATUS          = "C"
002810                        MOVE "CLOSURE ALREADY CONFIRMED"
002820                                           TO WS-AU-REASON
002830                        PERFORM 27000-REJECT-PARA
002840                    ELSE
002850                        IF  CT-REASON-CODE NOT = SPACES
002860                            MOVE CT-REASON-CODE TO CL-REASON-CODE
002870                        END-IF
002880                        MOVE "C"           TO CL-STATUS
002890                        MOVE WS-OPERATOR-ID TO CL-CONFIRM-OPER
002900                        MOVE WS-RUN-DATE   TO CL-CONFIRM-DATE
002910                        REWRITE CL-CLOS-REC
002920                        IF  WS-CLOS-FS     = "00"
002930                            ADD 1          TO WS-CONFIRM-COUNT
002940                            MOVE "CLOSURE CONFIRMED" TO WS-AU-REASON
002950                            PERFORM 26000-APPLIED-PARA
002960                        ELSE
002970                            PERFORM 29000-CLOS-IO-ERROR-PARA
002980                        END-IF
002990                    END-IF
003000            END-READ.
003010       ******************************************************************
003020       * REJECT A PROPOSAL OR WITHDRAW A CONFIRMED CLOSURE.
003030       ******************************************************************
003040        23000-WITHDRAW-PARA.
003050            MOVE CT-CAMPUS-CODE            TO CL-CAMPUS-CODE.
003060            MOVE WS-CLOSE-DATE             TO CL-CLOSE-DATE.
003070            READ CLOS-FILE
003080                INVALID KEY
003090                    MOVE "CAMPUS AND DAY NOT ON CLOSFILE"
003100                                           TO WS-AU-REASON
003110                    PERFORM 27000-REJECT-PARA
003120                NOT INVALID KEY
003130                    IF  CL-STATUS          = "X"
003140                        MOVE "CLOSURE ALREADY REJECTED"
003150                                           TO WS-AU-REASON
003160                        PERFORM 27000-REJECT-PARA
003170                    ELSE
003180                        IF  CL-STATUS      = "C"
003190                            MOVE "CONFIRMED CLOSURE WITHDRAWN"
003200                                           TO WS-AU-REASON
003210                        ELSE
003220                            MOVE "PROPOSAL REJECTED" TO WS-AU-REASON
003230                        END-IF
003240                        MOVE "X"           TO CL-STATUS
003250                        MOVE WS-OPERATOR-ID TO CL-CONFIRM-OPER
003260                        MOVE WS-RUN-DATE   TO CL-CONFIRM-DATE
003270                        REWRITE CL-CLOS-REC
003280                        IF  WS-CLOS-FS     = "00"
003290                            ADD 1          TO WS-WITHDRAW-COUNT
003300                            PERFORM 26000-APPLIED-PARA
003310                        ELSE
003320                            PERFORM 29000-CLOS-IO-ERROR-PARA
003330                        END-IF
003340                    END-IF
003350            END-READ.
003360       ******************************************************************
003370       * EDIT THE CARD: A KNOWN ACTION, A CAMPUS ON CAMPFILE, AND A
003380       * DATE THAT IS A REAL WEEKDAY.
003390       ******************************************************************
003400        24000-EDIT-CARD-PARA.
003410            MOVE "NO"                      TO WS-CARD-OK-FLAG.
003420            IF  CT-ACTION                  NOT = "A"
003430                AND CT-ACTION              NOT = "C"
003440                AND CT-ACTION              NOT = "R"
003450                MOVE "INVALID ACTION CODE" TO WS-AU-REASON
003460                PERFORM 27000-REJECT-PARA
003470            ELSE
003480                IF  CT-CLOSE-DATE          NOT NUMERIC
003490                    MOVE "CLOSURE DATE NOT NUMERIC" TO WS-AU-REASON
003500                    PERFORM 27000-REJECT-PARA
003510                ELSE
003520                    MOVE CT-CLOSE-DATE     TO WS-CLOSE-DATE
003530                    PERFORM 24500-CHECK-DAY-PARA
003540                END-IF
003550            END-IF.
003560       ******************************************************************
003570       * THE DATE MUST BE A REAL WEEKDAY AND THE CAMPUS ON CAMPFILE.
003580       ******************************************************************
003590        24500-CHECK-DAY-PARA.
003600            SET LK-DT-DAY-OF-WEEK          TO TRUE.
003610            MOVE WS-CLOSE-DATE             TO LK-DT-DATE-1.
003620            CALL 'SPGM0906'                USING LK-DATESVC-PARMS.
003630            EVALUATE TRUE
003640                WHEN LK-DT-BAD
003650                    MOVE "CLOSURE DATE NOT A REAL DATE"
003660                                           TO WS-AU-REASON
003670                    PERFORM 27000-REJECT-PARA
003680                WHEN LK-DT-DOW             > 5
003690                    MOVE "CLOSURE DATE FALLS ON A WEEKEND"
003700                                           TO WS-AU-REASON
003710                    PERFORM 27000-REJECT-PARA
003720                WHEN OTHER
003730                    MOVE CT-CAMPUS-CODE    TO CP-CAMPUS-CODE
003740                    READ CAMP-FILE
003750                        INVALID KEY
003760                            MOVE "CAMPUS NOT ON CAMPFILE"
003770                                           TO WS-AU-REASON
003780                            PERFORM 27000-REJECT-PARA
003790                        NOT INVALID KEY
003800                            MOVE "YES"     TO WS-CARD-OK-FLAG
003810                    END-READ
003820            END-EVALUATE.
003830       ******************************************************************
003840       * LOG AN APPLIED TRANSACTION TO THE AUDIT REPORT.
003850       ******************************************************************
003860        26000-APPLIED-PARA.
003870            MOVE "APPLIED"                 TO WS-AU-VERDICT.
003880            PERFORM 26500-WRITE-AUDIT-PARA.
003890       ******************************************************************
003900       * WRITE ONE AUDIT LINE.
003910       ******************************************************************
003920        26500-WRITE-AUDIT-PARA.
003930            MOVE CT-ACTION                 TO WS-AU-ACTION.
003940            MOVE CT-CAMPUS-CODE            TO WS-AU-CAMPUS.
003950            MOVE CT-CLOSE-DATE             TO WS-AU-DATE.
003960            MOVE CT-REASON-CODE            TO WS-AU-REASON-CODE.
003970            MOVE WS-AUDIT-OUT              TO AS-AUDIT-REC.
003980            WRITE AS-AUDIT-REC.
003990       ******************************************************************
004000       * LOG A REJECTED TRANSACTION TO THE AUDIT REPORT.
004010       ******************************************************************
004020        27000-REJECT-PARA.
004030            MOVE "REJECTED"                TO WS-AU-VERDICT.
004040            PERFORM 26500-WRITE-AUDIT-PARA.
004050            ADD 1                          TO WS-REJECT-COUNT.
004060       ******************************************************************
004070       * A FAILED REWRITE OF THE CALENDAR.
004080       ******************************************************************
004090        29000-CLOS-IO-ERROR-PARA.
004100            DISPLAY "CLOSFILE REWRITE ERROR - STATUS " WS-CLOS-FS
004110                " - KEY " CL-CLOS-KEY.
004120            MOVE "CEXM1082"                TO LK-PGM-ID.
004130            MOVE "CLOSFILE"                TO LK-FILE-ID.
004140            MOVE WS-CLOS-FS                TO LK-FILE-STATUS.
004150            CALL 'SPGMABND'                USING LK-ABEND-PARMS.
004160            IF  LK-ABEND-YES
004170                MOVE 16                    TO RETURN-CODE
004180                MOVE "YES"                 TO WS-ERROR-FLAG
004190            END-IF.
004200       ******************************************************************
004210       * DISPLAY COUNTS AND CLOSE THE FILES.
004220       ******************************************************************
004230        30000-CLOSE-PARA.
004240            DISPLAY "CLOSURES ADDED    : " WS-ADD-COUNT.
004250            DISPLAY "CLOSURES CONFIRMED: " WS-CONFIRM-COUNT.
004260            DISPLAY "REJECTED/WITHDRAWN: " WS-WITHDRAW-COUNT.
004270            DISPLAY "TRANS REJECTED    : " WS-REJECT-COUNT.
004280            DISPLAY "NOT AUTHORIZED    : " WS-AUTH-REJ-COUNT.
004290            CLOSE TRAN-FILE.
004300            CLOSE CLOS-FILE.
004310            CLOSE CAMP-FILE.
004320            CLOSE AUDIT-FILE.
