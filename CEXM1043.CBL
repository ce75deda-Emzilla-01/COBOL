000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1043.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: END-OF-TERM LOST-ITEM RUN. THE TERM CARD ON
000060       *  SYSIN MUST NAME A TERM ON CEXM962'S TERMCTL MASTER WHOSE END
000070       *  DATE HAS PASSED. EVERY CEXM1041 CIRCFILE ITEM STILL OUT
000080       *  (STATUS O) AND DUE ON OR BEFORE THAT TERM END IS DECLARED
000090       *  LOST: THE CIRCULATION RECORD GOES TO STATUS L WITH THE LOST
000100       *  DATE AND CHARGE, THE ITEMFILE ITEM TO STATUS L, AND THE
000110       *  ITEM'S REPLACEMENT COST IS POSTED TO THE STUDENT'S RECVFILE
000120       *  ACCOUNT THE WAY CEXM973 POSTS A TRANSCRIPT FEE - ONTO THE
000130       *  OPEN RECEIVABLE IF ONE EXISTS, OTHERWISE AS A NEW OPEN
000140       *  RECEIVABLE FOR JUST THE CHARGE. EACH CHARGE IS JOURNALED TO
000150       *  RECVTRAN AS TYPE L (DEBIT), SO IT AGES IN CEXM934, COUNTS
000160       *  TOWARD A CEXM994 AR HOLD, AND EXPORTS THROUGH CEXM997 ONCE
000170       *  GLMAP CARRIES AN L ENTRY. AN ITEM WITH NO REPLACEMENT COST
000180       *  IS DECLARED LOST WITHOUT A CHARGE. EVERY DECLARATION PRINTS
000190       *  ON THE LOSTRPT REGISTER WITH A CHARGE TOTAL.
000200       * TERMCTL : JEBA02.EMY.COBOL.TERMCTL (INDEXED ON TERM CODE)
000210       * CIRCFILE: JEBA02.EMY.COBOL.CIRCFILE (INDEXED ON ENROLL+ITEM)
000220       * ITEMFILE: JEBA02.EMY.COBOL.ITEMFILE (INDEXED ON ITEM NO)
000230       * RECVFILE: JEBA02.EMY.COBOL.RECVFILE (INDEXED ON ENROLL NO)
000240       * RECVTRAN: JEBA02.EMY.COBOL.RECVTRAN
000250       * LOSTRPT : JEBA02.EMY.COBOL.LOSTRPT
000260       * STUDOUT : VIA SPGM0901 (INDEXED ON ENROLL NO)
000270       * ----------------------------------------------------------------
000280       * PRJ NO    NAME     DATE          MAINT DESC.
000290       * ----------------------------------------------------------------
000300       * JEBA02    EMY     09/22/2026    PROGRAM CREATED.
000310       ******************************************************************
000320        ENVIRONMENT DIVISION.
000330        INPUT-OUTPUT SECTION.
000340        FILE-CONTROL.
000350            SELECT TERM-FILE
000360                ASSIGN TO TERMCTL
000370                ORGANIZATION IS INDEXED
000380                ACCESS MODE IS RANDOM
000390                RECORD KEY IS TM-TERM-CODE
000400                FILE STATUS IS WS-TERM-FS.
000410            SELECT CIRC-FILE
000420                ASSIGN TO CIRCFILE
000430                ORGANIZATION IS INDEXED
000440                ACCESS MODE IS SEQUENTIAL
000450                RECORD KEY IS CR-CIRC-KEY
000460                FILE STATUS IS WS-CIRC-FS.
000470            SELECT ITEM-FILE
000480                ASSIGN TO ITEMFILE
000490                ORGANIZATION IS INDEXED
000500                ACCESS MODE IS RANDOM
000510                RECORD KEY IS IT-ITEM-NO
000520                FILE STATUS IS WS-ITEM-FS.
000530            SELECT RECV-FILE
000540                ASSIGN TO RECVFILE
000550                ORGANIZATION IS INDEXED
000560                ACCESS MODE IS RANDOM
000570                RECORD KEY IS RV-ENROLL-NO
000580                FILE STATUS IS WS-RECV-FS.
000590            SELECT TRAN-FILE
000600                ASSIGN TO RECVTRAN
000610                ORGANIZATION IS SEQUENTIAL
000620                ACCESS MODE IS SEQUENTIAL
000630                FILE STATUS IS WS-TRAN-FS.
000640            SELECT REPORT-FILE
000650                ASSIGN TO LOSTRPT
000660                ORGANIZATION IS SEQUENTIAL
000670                ACCESS MODE IS SEQUENTIAL
000680                FILE STATUS IS WS-REPORT-FS.
000690        DATA DIVISION.
000700        FILE SECTION.
000710        FD  TERM-FILE.
000720        01  TM-TERM-REC.
000730            05  TM-TERM-CODE              PIC X(05).
000740            05  TM-START-DATE             PIC 9(08).
000750            05  TM-END-DATE               PIC 9(08).
000760            05  TM-OPEN-FLAG              PIC X(01).
000770            05  FILLER                    PIC X(58).
000780        FD  CIRC-FILE.
000790        01  CR-CIRC-REC.
000800            05  CR-CIRC-KEY.
000810                10  CR-ENROLL-NO          PIC 9(06).
000820                10  CR-ITEM-NO            PIC X(08).
000830            05  CR-OUT-DATE               PIC X(08).
000840            05  CR-DUE-DATE               PIC X(08).
000850            05  CR-RETURN-DATE            PIC X(08).
000860            05  CR-CIRC-STATUS            PIC X(01).
000870            05  CR-LOST-DATE              PIC X(08).
000880            05  CR-CHARGE-AMT             PIC 9(05)V9(02).
000890            05  CR-NOTICE-COUNT           PIC 9(02).
000900            05  FILLER                    PIC X(24).
000910        FD  ITEM-FILE.
000920        01  IT-ITEM-REC.
000930            05  IT-ITEM-NO                PIC X(08).
000940            05  IT-TITLE                  PIC X(30).
000950            05  IT-ITEM-TYPE              PIC X(01).
000960            05  IT-REPL-COST              PIC 9(05)V9(02).
000970            05  IT-ITEM-STATUS            PIC X(01).
000980            05  IT-OUT-ENROLL-NO          PIC 9(06).
000990            05  IT-ADD-DATE               PIC X(08).
001000            05  FILLER                    PIC X(19).
001010        FD  RECV-FILE.
001020        01  RV-RECV-REC.
001030            05  RV-ENROLL-NO              PIC 9(06).
001040            05  RV-INVOICE-NO             PIC 9(06).
001050            05  RV-INVOICE-DATE           PIC X(08).
001060            05  RV-BILLED-AMT             PIC 9(07)V9(02).
001070            05  RV-PAID-AMT               PIC 9(07)V9(02).
001080            05  RV-STATUS                 PIC X(01).
001090            05  RV-PLAN-FLAG              PIC X(01).
001100            05  RV-LATE-FEE-AMT           PIC 9(05)V9(02).
001110            05  FILLER                    PIC X(33).
001120        FD  TRAN-FILE.
001130        01  RT-TRAN-REC.
001140            05  RT-ENROLL-NO              PIC 9(06).
001150            05  RT-TRAN-DATE              PIC 9(08).
001160            05  RT-TRAN-TYPE              PIC X(01).
001170            05  RT-AMOUNT                 PIC 9(07)V9(02).
001180            05  RT-DRCR                   PIC X(01).
001190            05  RT-DESC                   PIC X(20).
001200            05  FILLER                    PIC X(35).
001210        FD  REPORT-FILE.
001220        01  RS-REPORT-REC                 PIC X(80).
001230        WORKING-STORAGE SECTION.
001240        01  WS-TERM-FS                    PIC X(02).
001250        01  WS-CIRC-FS                    PIC X(02).
001260        01  WS-ITEM-FS                    PIC X(02).
001270        01  WS-RECV-FS                    PIC X(02).
001280        01  WS-TRAN-FS                    PIC X(02).
001290        01  WS-REPORT-FS                  PIC X(02).
001300        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001310        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
001320        01  WS-TERM-CODE                  PIC X(05).
001330        01  WS-TERM-END                   PIC 9(08).
001340        01  WS-TERM-END-X REDEFINES WS-TERM-END
001350                                          PIC X(08).
001360        01  WS-CURRENT-DATE-DATA          PIC X(20).
001370        01  WS-TODAY-NUM                  PIC 9(08).
001380        01  WS-CHARGE-AMT                 PIC 9(05)V9(02).
001390        01  WS-ITEM-ON-FILE               PIC X(03).
001400        01  WS-READ-COUNT                 PIC 9(06) VALUE 0.
001410        01  WS-LOST-COUNT                 PIC 9(06) VALUE 0.
001420        01  WS-CHARGE-COUNT               PIC 9(06) VALUE 0.
001430        01  WS-CHARGE-TOTAL               PIC 9(07)V9(02) VALUE 0.
001440        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
001450        01  WS-TITLE-LINE.
001460            05 FILLER                     PIC X(30)
001470                        VALUE "ITEMS DECLARED LOST - TERM    ".
001480            05 WS-TL-TERM                 PIC X(05).
001490            05 FILLER                     PIC X(10)
001500                                          VALUE " ENDED    ".
001510            05 WS-TL-END                  PIC X(08).
001520            05 FILLER                     PIC X(27) VALUE SPACES.
001530        01  WS-COLUMN-LINE.
001540            05 FILLER                     PIC X(40)
001550                 VALUE "ENROLL NAME               ITEM     TITLE".
001560            05 FILLER                     PIC X(40)
001570                 VALUE "                DUE         CHARGE".
001580        01  WS-DETAIL-LINE.
001590            05 WS-DL-ENROLL-NO            PIC 9(06).
001600            05 FILLER                     PIC X(01) VALUE SPACES.
001610            05 WS-DL-SNAME                PIC X(18).
001620            05 FILLER                     PIC X(01) VALUE SPACES.
001630            05 WS-DL-ITEM-NO              PIC X(08).
001640            05 FILLER                     PIC X(01) VALUE SPACES.
001650            05 WS-DL-TITLE                PIC X(20).
001660            05 FILLER                     PIC X(01) VALUE SPACES.
001670            05 WS-DL-DUE                  PIC X(08).
001680            05 FILLER                     PIC X(01) VALUE SPACES.
001690            05 WS-DL-CHARGE               PIC $$$,$$9.99.
001700            05 FILLER                     PIC X(05) VALUE SPACES.
001710        01  WS-TOTAL-LINE.
001720            05 FILLER                     PIC X(20)
001730                                          VALUE "ITEMS DECLARED LOST ".
001740            05 WS-TOT-LOST                PIC ZZZ,ZZ9.
001750            05 FILLER                     PIC X(20)
001760                                          VALUE "   CHARGES POSTED   ".
001770            05 WS-TOT-CHARGE              PIC $$,$$$,$$9.99.
001780            05 FILLER                     PIC X(20) VALUE SPACES.
001790        COPY SPGM0901L.
001800        COPY SPGMABNL.
001810        PROCEDURE DIVISION.
001820       ******************************************************************
001830       * MAIN PROGRAM FLOW.
001840       ******************************************************************
001850        00000-MAIN-PARA.
001860            PERFORM 05000-ACCEPT-PARA.
001870            PERFORM 07000-CHECK-TERM-PARA.
001880            IF  WS-ERROR-FLAG              NOT = "YES"
001890                PERFORM 10000-INITIALIZE-PARA
001900            END-IF.
001910            PERFORM 20000-PROCESS-PARA
001920              UNTIL WS-ERROR-FLAG = "YES"
001930              OR    WS-ENDOFFILE  = "YES".
001940            PERFORM 30000-CLOSE-PARA.
001950            STOP RUN.
001960       ******************************************************************
001970       * ACCEPT THE TERM CODE FOR THIS RUN FROM SYSIN, CEXM931-STYLE.
001980       ******************************************************************
001990        05000-ACCEPT-PARA.
002000            ACCEPT WS-TERM-CODE.
002010       ******************************************************************
002020       * THE TERM CARD MUST NAME A TERM ON CEXM962'S TERMCTL MASTER
002030       * THAT HAS ALREADY ENDED - ITEMS ARE NOT DECLARED LOST WHILE
002040       * STUDENTS CAN STILL BRING THEM BACK.
002050       ******************************************************************
002060        07000-CHECK-TERM-PARA.
002070            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
002080            MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-TODAY-NUM.
002090            OPEN INPUT TERM-FILE.
002100            IF WS-TERM-FS                 NOT = "00"
002110               DISPLAY "TERMCTL ACCESS ERROR."
002120               MOVE "CEXM1043"            TO LK-PGM-ID
002130               MOVE "TERMCTL"             TO LK-FILE-ID
002140               MOVE WS-TERM-FS            TO LK-FILE-STATUS
002150               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002160               IF  LK-ABEND-YES
002170                   MOVE 16                TO RETURN-CODE
002180                   MOVE "YES"             TO WS-ERROR-FLAG
002190               END-IF
002200            ELSE
002210               MOVE WS-TERM-CODE          TO TM-TERM-CODE
002220               READ TERM-FILE
002230                   INVALID KEY
002240                       DISPLAY "TERM " WS-TERM-CODE
002250                           " NOT ON TERMCTL - RUN REFUSED."
002260                       MOVE 16            TO RETURN-CODE
002270                       MOVE "YES"         TO WS-ERROR-FLAG
002280                   NOT INVALID KEY
002290                       IF  TM-END-DATE    NOT < WS-TODAY-NUM
002300                           DISPLAY "TERM " WS-TERM-CODE
002310                               " HAS NOT ENDED - RUN REFUSED."
002320                           MOVE 16        TO RETURN-CODE
002330                           MOVE "YES"     TO WS-ERROR-FLAG
002340                       ELSE
002350                           MOVE TM-END-DATE TO WS-TERM-END
002360                       END-IF
002370               END-READ
002380               CLOSE TERM-FILE
002390            END-IF.
002400       ******************************************************************
002410       * OPEN THE MASTERS, THE RECEIVABLES FILES AND THE REGISTER.
002420       ******************************************************************
002430        10000-INITIALIZE-PARA.
002440            MOVE SPACE                     TO LK-CHECK-FLAG.
002450            OPEN I-O CIRC-FILE.
002460            IF WS-CIRC-FS                 NOT = "00"
002470               DISPLAY "CIRCFILE ACCESS ERROR."
002480               MOVE "CEXM1043"            TO LK-PGM-ID
002490               MOVE "CIRCFILE"            TO LK-FILE-ID
002500               MOVE WS-CIRC-FS            TO LK-FILE-STATUS
002510               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002520               IF  LK-ABEND-YES
002530                   MOVE 16                TO RETURN-CODE
002540                   MOVE "YES"             TO WS-ERROR-FLAG
002550               END-IF
002560            END-IF.
002570            OPEN I-O ITEM-FILE.
002580            IF WS-ITEM-FS                 NOT = "00"
002590               DISPLAY "ITEMFILE ACCESS ERROR."
002600               MOVE "CEXM1043"            TO LK-PGM-ID
002610               MOVE "ITEMFILE"            TO LK-FILE-ID
002620               MOVE WS-ITEM-FS            TO LK-FILE-STATUS
002630               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002640               IF  LK-ABEND-YES
002650                   MOVE 16                TO RETURN-CODE
002660                   MOVE "YES"             TO WS-ERROR-FLAG
002670               END-IF
002680            END-IF.
002690            OPEN I-O RECV-FILE.
002700            IF WS-RECV-FS                 = "35"
002710               OPEN OUTPUT RECV-FILE
002720               CLOSE RECV-FILE
002730               OPEN I-O RECV-FILE
002740            END-IF.
002750            IF WS-RECV-FS                 NOT = "00"
002760               DISPLAY "RECVFILE ACCESS ERROR."
002770               MOVE "CEXM1043"            TO LK-PGM-ID
002780               MOVE "RECVFILE"            TO LK-FILE-ID
002790               MOVE WS-RECV-FS            TO LK-FILE-STATUS
002800               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002810               IF  LK-ABEND-YES
002820                   MOVE 16                TO RETURN-CODE
002830                   MOVE "YES"             TO WS-ERROR-FLAG
002840               END-IF
002850            END-IF.
002860       * THE RECEIVABLES ACTIVITY JOURNAL GROWS ACROSS RUNS FOR
002870       * CEXM997.
002880            OPEN EXTEND TRAN-FILE.
002890            IF WS-TRAN-FS = "05" OR WS-TRAN-FS = "35"
002900               CLOSE TRAN-FILE
002910               OPEN OUTPUT TRAN-FILE
002920            END-IF.
002930            IF WS-TRAN-FS                 NOT = "00"
002940               DISPLAY "RECVTRAN ACCESS ERROR."
002950               MOVE "CEXM1043"            TO LK-PGM-ID
002960               MOVE "RECVTRAN"            TO LK-FILE-ID
002970               MOVE WS-TRAN-FS            TO LK-FILE-STATUS
002980               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002990               IF  LK-ABEND-YES
003000                   MOVE 16                TO RETURN-CODE
003010                   MOVE "YES"             TO WS-ERROR-FLAG
003020               END-IF
003030            END-IF.
003040            OPEN OUTPUT REPORT-FILE.
003050            IF WS-REPORT-FS               NOT = "00"
003060               DISPLAY "LOSTRPT ACCESS ERROR."
003070               MOVE "CEXM1043"            TO LK-PGM-ID
003080               MOVE "LOSTRPT"             TO LK-FILE-ID
003090               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
003100               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003110               IF  LK-ABEND-YES
003120                   MOVE 16                TO RETURN-CODE
003130                   MOVE "YES"             TO WS-ERROR-FLAG
003140               END-IF
003150            END-IF.
003160            IF  WS-ERROR-FLAG              NOT = "YES"
003170                MOVE WS-TERM-CODE          TO WS-TL-TERM
003180                MOVE WS-TERM-END-X         TO WS-TL-END
003190                MOVE WS-TITLE-LINE         TO RS-REPORT-REC
003200                WRITE RS-REPORT-REC
003210                MOVE WS-COLUMN-LINE        TO RS-REPORT-REC
003220                WRITE RS-REPORT-REC
003230                MOVE WS-HEADER1            TO RS-REPORT-REC
003240                WRITE RS-REPORT-REC
003250            END-IF.
003260       ******************************************************************
003270       * READ ONE CIRCULATION RECORD. AN ITEM STILL OUT THAT WAS DUE
003280       * BY THE END OF THE TERM IS DECLARED LOST.
003290       ******************************************************************
003300        20000-PROCESS-PARA.
003310            READ CIRC-FILE
003320            AT END
003330                MOVE "YES"                 TO WS-ENDOFFILE
003340            NOT AT END
003350                ADD 1                      TO WS-READ-COUNT
003360                IF  CR-CIRC-STATUS         = "O"
003370                    AND CR-DUE-DATE        NOT > WS-TERM-END-X
003380                    PERFORM 22000-DECLARE-LOST-PARA
003390                END-IF
003400            END-READ.
003410       ******************************************************************
003420       * MARK THE CIRCULATION RECORD AND THE ITEM LOST, THEN CHARGE
003430       * THE REPLACEMENT COST TO THE STUDENT.
003440       ******************************************************************
003450        22000-DECLARE-LOST-PARA.
003460            MOVE CR-ITEM-NO                TO IT-ITEM-NO.
003470            MOVE "YES"                     TO WS-ITEM-ON-FILE.
003480            READ ITEM-FILE
003490                INVALID KEY
003500                    MOVE "NO"              TO WS-ITEM-ON-FILE
003510                    MOVE "*** NOT ON ITEMFILE ***" TO IT-TITLE
003520                    MOVE 0                 TO IT-REPL-COST
003530            END-READ.
003540            MOVE IT-REPL-COST              TO WS-CHARGE-AMT.
003550            MOVE "L"                       TO CR-CIRC-STATUS.
003560            MOVE WS-CURRENT-DATE-DATA(1:8) TO CR-LOST-DATE.
003570            MOVE WS-CHARGE-AMT             TO CR-CHARGE-AMT.
003580            REWRITE CR-CIRC-REC.
003590            IF  WS-ITEM-ON-FILE            = "YES"
003600                MOVE "L"                   TO IT-ITEM-STATUS
003610                REWRITE IT-ITEM-REC
003620            END-IF.
003630            IF  WS-CIRC-FS                 NOT = "00"
003640                OR WS-ITEM-FS              NOT = "00"
003650               DISPLAY "LOST-ITEM UPDATE ERROR - CIRCFILE "
003660                   WS-CIRC-FS " ITEMFILE " WS-ITEM-FS
003670                   " - ITEM " CR-ITEM-NO
003680               MOVE "CEXM1043"            TO LK-PGM-ID
003690               MOVE "CIRCFILE"            TO LK-FILE-ID
003700               MOVE WS-CIRC-FS            TO LK-FILE-STATUS
003710               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003720               IF  LK-ABEND-YES
003730                   MOVE 16                TO RETURN-CODE
003740                   MOVE "YES"             TO WS-ERROR-FLAG
003750               END-IF
003760            ELSE
003770               ADD 1                      TO WS-LOST-COUNT
003780               IF  WS-CHARGE-AMT          > 0
003790                   PERFORM 26000-POST-CHARGE-PARA
003800               END-IF
003810               PERFORM 28000-PRINT-LOST-PARA
003820            END-IF.
003830       ******************************************************************
003840       * POST THE REPLACEMENT COST AS A CHARGE ON THE STUDENT'S
003850       * RECVFILE ACCOUNT - ONTO THE OPEN RECEIVABLE IF ONE EXISTS,
003860       * OTHERWISE AS A NEW OPEN RECEIVABLE FOR JUST THE CHARGE
003870       * (CEXM973'S 26000-POST-FEE-PARA).
003880       ******************************************************************
003890        26000-POST-CHARGE-PARA.
003900            MOVE CR-ENROLL-NO              TO RV-ENROLL-NO.
003910            READ RECV-FILE
003920                INVALID KEY
003930                    MOVE SPACES            TO RV-RECV-REC
003940                    MOVE CR-ENROLL-NO      TO RV-ENROLL-NO
003950                    MOVE 0                 TO RV-INVOICE-NO
003960                    MOVE WS-CURRENT-DATE-DATA(1:8)
003970                                           TO RV-INVOICE-DATE
003980                    MOVE WS-CHARGE-AMT     TO RV-BILLED-AMT
003990                    MOVE 0                 TO RV-PAID-AMT
004000                    MOVE "O"               TO RV-STATUS
004010                    MOVE SPACE             TO RV-PLAN-FLAG
004020                    MOVE 0                 TO RV-LATE-FEE-AMT
004030                    WRITE RV-RECV-REC
004040                NOT INVALID KEY
004050                    ADD WS-CHARGE-AMT      TO RV-BILLED-AMT
004060                    MOVE "O"               TO RV-STATUS
004070                    REWRITE RV-RECV-REC
004080            END-READ.
004090            IF WS-RECV-FS                  NOT = "00"
004100               DISPLAY "RECVFILE UPDATE ERROR - STATUS " WS-RECV-FS
004110                   " - ENROLL NO " CR-ENROLL-NO
004120               MOVE "CEXM1043"            TO LK-PGM-ID
004130               MOVE "RECVFILE"            TO LK-FILE-ID
004140               MOVE WS-RECV-FS            TO LK-FILE-STATUS
004150               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004160               IF  LK-ABEND-YES
004170                   MOVE 16                TO RETURN-CODE
004180                   MOVE "YES"             TO WS-ERROR-FLAG
004190               END-IF
004200            ELSE
004210               ADD 1                      TO WS-CHARGE-COUNT
004220               ADD WS-CHARGE-AMT          TO WS-CHARGE-TOTAL
004230               PERFORM 26500-LOG-TRAN-PARA
004240            END-IF.
004250       ******************************************************************
004260       * JOURNAL THE LOST-ITEM CHARGE TO THE RECVTRAN ACTIVITY FILE.
004270       ******************************************************************
004280        26500-LOG-TRAN-PARA.
004290            MOVE SPACES                    TO RT-TRAN-REC.
004300            MOVE CR-ENROLL-NO              TO RT-ENROLL-NO.
004310            MOVE WS-CURRENT-DATE-DATA(1:8) TO RT-TRAN-DATE.
004320            MOVE "L"                       TO RT-TRAN-TYPE.
004330            MOVE WS-CHARGE-AMT             TO RT-AMOUNT.
004340            MOVE "D"                       TO RT-DRCR.
004350            STRING "LOST ITEM " DELIMITED BY SIZE
004360                   CR-ITEM-NO   DELIMITED BY SIZE
004370                   INTO RT-DESC
004380            END-STRING.
004390            WRITE RT-TRAN-REC.
004400       ******************************************************************
004410       * PRINT THE DECLARATION ON THE LOSTRPT REGISTER.
004420       ******************************************************************
004430        28000-PRINT-LOST-PARA.
004440            MOVE CR-ENROLL-NO              TO LK-ENROLL-NO.
004450            CALL 'SPGM0901'                USING LK-STUDLOOKUP-PARMS.
004460            MOVE "*** NOT ON STUDFILE ***"  TO WS-DL-SNAME.
004470            IF  LK-FOUND
004480                MOVE LK-SNAME              TO WS-DL-SNAME
004490            END-IF.
004500            MOVE CR-ENROLL-NO              TO WS-DL-ENROLL-NO.
004510            MOVE CR-ITEM-NO                TO WS-DL-ITEM-NO.
004520            MOVE IT-TITLE                  TO WS-DL-TITLE.
004530            MOVE CR-DUE-DATE               TO WS-DL-DUE.
004540            MOVE WS-CHARGE-AMT             TO WS-DL-CHARGE.
004550            MOVE WS-DETAIL-LINE            TO RS-REPORT-REC.
004560            WRITE RS-REPORT-REC.
004570       ******************************************************************
004580       * WRITE THE TOTALS, DISPLAY COUNTS AND CLOSE THE FILES.
004590       ******************************************************************
004600        30000-CLOSE-PARA.
004610            IF  WS-ERROR-FLAG              NOT = "YES"
004620                MOVE WS-HEADER1            TO RS-REPORT-REC
004630                WRITE RS-REPORT-REC
004640                MOVE WS-LOST-COUNT         TO WS-TOT-LOST
004650                MOVE WS-CHARGE-TOTAL       TO WS-TOT-CHARGE
004660                MOVE WS-TOTAL-LINE         TO RS-REPORT-REC
004670                WRITE RS-REPORT-REC
004680            END-IF.
004690            DISPLAY "CIRCULATION READ  : " WS-READ-COUNT.
004700            DISPLAY "ITEMS LOST        : " WS-LOST-COUNT.
004710            DISPLAY "CHARGES POSTED    : " WS-CHARGE-COUNT.
004720            DISPLAY "CHARGE TOTAL      : " WS-CHARGE-TOTAL.
004730            CLOSE CIRC-FILE.
004740            CLOSE ITEM-FILE.
004750            CLOSE RECV-FILE.
004760            CLOSE TRAN-FILE.
004770            CLOSE REPORT-FILE.
