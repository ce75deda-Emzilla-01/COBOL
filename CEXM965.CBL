000270       * WAITIN  : JEBA02.EMY.COBOL.WAITFILE
000280       * WAITOUT : JEBA02.EMY.COBOL.WAITOUT
000290       * PROMORPT: JEBA02.EMY.COBOL.PROMORPT
000291       * CRSFEES : JEBA02.EMY.COBOL.CRSFEES (COURSE FEE SCHEDULE)
000293       * REFSCHED: JEBA02.EMY.COBOL.REFSCHED (TERM REFUND SCHEDULE)
000295       * RECVFILE: JEBA02.EMY.COBOL.RECVFILE (INDEXED ON ENROLL NO)
000296       * RECVTRAN: JEBA02.EMY.COBOL.RECVTRAN
000298       * FEELEDG : JEBA02.EMY.COBOL.FEELEDG (COURSE FEE LEDGER)
000300       * ----------------------------------------------------------------
000310       * PRJ NO    NAME     DATE          MAINT DESC.
000320       * ----------------------------------------------------------------
000330       * JEBA02    EMY     09/12/2026    PROGRAM CREATED.
000331       * JEBA02    EMY     09/26/2026    COURSE LAB/MATERIAL FEES: A DROP
000332       *                                 OF A REGISTRATION CARRYING A
000334       *                                 CEXM929 FEE (RG-FEE-AMT) IS
000335       *                                 CREDITED ON RECVFILE, PRORATED
000337       *                                 BY THE DROP DATE (NEW ON THE
000338       *                                 DRPIN CARD, DEFAULT TODAY)
000340       *                                 FROM THE TERM'S REFSCHED
000341       *                                 REFUND SCHEDULE, JOURNALED TO
000342       *                                 RECVTRAN (TYPE K CREDIT) AND
000344       *                                 FEELEDG. A PROMOTION OFF THE
000345       *                                 WAITLIST IS CHARGED THE FEE
000347       *                                 JUST AS CEXM929 CHARGES AN ADD.
000348       ******************************************************************
000350        ENVIRONMENT DIVISION.
000360        INPUT-OUTPUT SECTION.
000370        FILE-CONTROL.
000620                ORGANIZATION IS SEQUENTIAL
000630                ACCESS MODE IS SEQUENTIAL
000640                FILE STATUS IS WS-WAIT-OUT-FS.
000641            SELECT FEE-FILE
000642                ASSIGN TO CRSFEES
000643                ORGANIZATION IS SEQUENTIAL
000644                ACCESS MODE IS SEQUENTIAL
000645                FILE STATUS IS WS-FEE-FS.
000646            SELECT SCHED-FILE
000647                ASSIGN TO REFSCHED
000648                ORGANIZATION IS SEQUENTIAL
000649                ACCESS MODE IS SEQUENTIAL
000650                FILE STATUS IS WS-SCHED-FS.
000651            SELECT RECV-FILE
000652                ASSIGN TO RECVFILE
000653                ORGANIZATION IS INDEXED
000654                ACCESS MODE IS RANDOM
000655                RECORD KEY IS RV-ENROLL-NO
000656                FILE STATUS IS WS-RECV-FS.
000657            SELECT TRAN-FILE
000658                ASSIGN TO RECVTRAN
000659                ORGANIZATION IS SEQUENTIAL
000660                ACCESS MODE IS SEQUENTIAL
000661                FILE STATUS IS WS-TRAN-FS.
000662            SELECT LEDG-FILE
000663                ASSIGN TO FEELEDG
000664                ORGANIZATION IS SEQUENTIAL
000665                ACCESS MODE IS SEQUENTIAL
000666                FILE STATUS IS WS-LEDG-FS.
000667            SELECT REPORT-FILE
000668                ASSIGN TO PROMORPT
000670                ORGANIZATION IS SEQUENTIAL
000680                ACCESS MODE IS SEQUENTIAL
000690                FILE STATUS IS WS-REPORT-FS.
000730        01  DR-DRP-REC.
000740            05  DR-ENROLL-NO              PIC 9(06).
000750            05  DR-COURSE-CODE            PIC X(06).
000756            05  DR-DROP-DATE              PIC X(08).
000763            05  FILLER                    PIC X(60).
000770        FD  REG-FILE.
000780        01  RG-REG-REC.
000790            05  RG-REG-KEY.
000830            05  RG-CREDIT-HOURS           PIC 9(02).
000840            05  RG-TERM-CODE              PIC X(05).
000850            05  RG-SECTION                PIC 9(02).
000856            05  RG-FEE-AMT                PIC 9(05)V9(02).
000863            05  FILLER                    PIC X(49).
000870        FD  SECT-FILE.
000880        01  SE-SECT-REC.
000890            05  SE-SECT-KEY.
000930            05  SE-SEATS-USED             PIC 9(03).
000940            05  SE-MEET-SLOT              PIC X(10).
000942            05  SE-INSTR-NO               PIC 9(05).
000945            05  SE-ROOM-CODE              PIC X(06).
000948            05  FILLER                    PIC X(45).
000952        FD  CRS-FILE.
000953        01  CS-CRS-REC.
000954            05  CS-COURSE-CODE            PIC X(06).
000955            05  CS-COURSE-TITLE           PIC X(30).
000956            05  CS-CREDIT-HOURS           PIC 9(02).
000957            05  CS-FEE-CODE               PIC X(04).
000958            05  FILLER                    PIC X(38).
000960        FD  WAIT-IN-FILE.
000970        01  WI-WAIT-REC.
000980            05  WI-ENROLL-NO              PIC 9(06).
001030            05  FILLER                    PIC X(58).
001040        FD  WAIT-OUT-FILE.
001050        01  WO-WAIT-REC                   PIC X(80).
001051        FD  REPORT-FILE.
001052        01  RS-REPORT-REC                 PIC X(80).
001053        FD  FEE-FILE.
001054        01  FE-FEE-REC.
001055            05  FE-FEE-CODE               PIC X(04).
001056            05  FE-FEE-DESC               PIC X(30).
001057            05  FE-FEE-AMOUNT             PIC 9(05)V9(02).
001058            05  FILLER                    PIC X(39).
001060       * ONE REFUND TIER: A DROP ON OR BEFORE THE THROUGH DATE GETS
001061       * THE REFUND PERCENT; THE EARLIEST TIER THAT COVERS THE DROP
001062       * DATE APPLIES, AND A DROP PAST THE LAST TIER GETS NOTHING.
001063        FD  SCHED-FILE.
001064        01  RF-SCHED-REC.
001065            05  RF-TERM-CODE              PIC X(05).
001066            05  RF-THRU-DATE              PIC 9(08).
001067            05  RF-REFUND-PCT             PIC 9(03).
001068            05  FILLER                    PIC X(64).
001070        FD  RECV-FILE.
001071        01  RV-RECV-REC.
001072            05  RV-ENROLL-NO              PIC 9(06).
001073            05  RV-INVOICE-NO             PIC 9(06).
001074            05  RV-INVOICE-DATE           PIC X(08).
001075            05  RV-BILLED-AMT             PIC 9(07)V9(02).
001076            05  RV-PAID-AMT               PIC 9(07)V9(02).
001077            05  RV-STATUS                 PIC X(01).
001078            05  RV-PLAN-FLAG              PIC X(01).
001080            05  RV-LATE-FEE-AMT           PIC 9(05)V9(02).
001081            05  FILLER                    PIC X(33).
001082        FD  TRAN-FILE.
001083        01  RT-TRAN-REC.
001084            05  RT-ENROLL-NO              PIC 9(06).
001085            05  RT-TRAN-DATE              PIC 9(08).
001086            05  RT-TRAN-TYPE              PIC X(01).
001087            05  RT-AMOUNT                 PIC 9(07)V9(02).
001088            05  RT-DRCR                   PIC X(01).
001090            05  RT-DESC                   PIC X(20).
001091            05  FILLER                    PIC X(35).
001092        FD  LEDG-FILE.
001093        01  FL-LEDG-REC.
001094            05  FL-ENROLL-NO              PIC 9(06).
001095            05  FL-COURSE-CODE            PIC X(06).
001096            05  FL-TERM-CODE              PIC X(05).
001097            05  FL-FEE-CODE               PIC X(04).
001098            05  FL-ENTRY-TYPE             PIC X(01).
001100            05  FL-FEE-AMT                PIC 9(05)V9(02).
001101            05  FL-AMOUNT                 PIC 9(05)V9(02).
001102            05  FL-REFUND-PCT             PIC 9(03).
001103            05  FL-POST-DATE              PIC 9(08).
001104            05  FL-PROGRAM                PIC X(08).
001105            05  FILLER                    PIC X(25).
001106        WORKING-STORAGE SECTION.
001107        01  WS-DRP-IN-FS                  PIC X(02).
001108        01  WS-REG-FS                     PIC X(02).
001110        01  WS-SECT-FS                    PIC X(02).
001112        01  WS-CRS-FS                     PIC X(02).
001120        01  WS-WAIT-IN-FS                 PIC X(02).
001200        01  WS-PROMOTE-COUNT              PIC 9(06) VALUE 0.
001210        01  WS-STILL-WAIT-COUNT           PIC 9(06) VALUE 0.
001220        01  WS-DUP-WAIT-COUNT             PIC 9(06) VALUE 0.
001221        01  WS-FEE-FS                     PIC X(02).
001222        01  WS-SCHED-FS                   PIC X(02).
001223        01  WS-RECV-FS                    PIC X(02).
001224        01  WS-TRAN-FS                    PIC X(02).
001225        01  WS-LEDG-FS                    PIC X(02).
001226        01  WS-FEE-AVAIL                  PIC X(03) VALUE "YES".
001227        01  WS-SCHED-AVAIL                PIC X(03) VALUE "YES".
001228        01  WS-FEE-EOF                    PIC X(03) VALUE "NO".
001230        01  WS-SCHED-EOF                  PIC X(03) VALUE "NO".
001231        01  WS-CURRENT-DATE-DATA          PIC X(20).
001232        01  WS-FEE-COUNT                  PIC 9(03) VALUE 0.
001233        01  WS-FEE-TABLE.
001234            05  WS-FT-ENTRY               OCCURS 100 TIMES.
001235                10  WS-FT-CODE            PIC X(04).
001236                10  WS-FT-AMOUNT          PIC 9(05)V9(02).
001237        01  WS-FEE-SUB                    PIC 9(03).
001238        01  WS-SCHED-COUNT                PIC 9(03) VALUE 0.
001240        01  WS-SCHED-TABLE.
001241            05  WS-SC-ENTRY               OCCURS 200 TIMES.
001242                10  WS-SC-TERM-CODE       PIC X(05).
001243                10  WS-SC-THRU-DATE       PIC 9(08).
001244                10  WS-SC-REFUND-PCT      PIC 9(03).
001245        01  WS-SCHED-SUB                  PIC 9(03).
001246        01  WS-SCHED-TERM-FOUND           PIC X(03).
001247        01  WS-BEST-THRU-DATE             PIC 9(08).
001248        01  WS-CRS-FEE-AMT                PIC 9(05)V9(02).
001250        01  WS-DROP-FEE-AMT               PIC 9(05)V9(02).
001251        01  WS-DROP-TERM                  PIC X(05).
001252        01  WS-DROP-DATE                  PIC 9(08).
001253        01  WS-REFUND-PCT                 PIC 9(03).
001254        01  WS-CREDIT-AMT                 PIC 9(05)V9(02).
001255        01  WS-FEE-CHG-COUNT              PIC 9(06) VALUE 0.
001256        01  WS-FEE-CHG-TOTAL              PIC 9(07)V9(02) VALUE 0.
001257        01  WS-FEE-CR-COUNT               PIC 9(06) VALUE 0.
001258        01  WS-FEE-CR-TOTAL               PIC 9(07)V9(02) VALUE 0.
001260        01  WS-NO-SCHED-COUNT             PIC 9(06) VALUE 0.
001261        01  WS-CREDIT-LINE.
001262            05 FILLER                     PIC X(10)
001263                                          VALUE "FEE CREDIT".
001264            05 WS-CL-ENROLL-NO            PIC 9(06).
001265            05 FILLER                     PIC X(01) VALUE SPACES.
001266            05 WS-CL-COURSE               PIC X(06).
001267            05 FILLER                     PIC X(06) VALUE " TERM ".
001268            05 WS-CL-TERM                 PIC X(05).
001270            05 FILLER                     PIC X(06) VALUE " DROP ".
001271            05 WS-CL-DROP-DATE            PIC 9(08).
001272            05 FILLER                     PIC X(01) VALUE SPACES.
001273            05 WS-CL-PCT                  PIC ZZ9.
001274            05 FILLER                     PIC X(05) VALUE "% OF ".
001275            05 WS-CL-FEE                  PIC ZZ,ZZ9.99.
001276            05 FILLER                     PIC X(03) VALUE " = ".
001277            05 WS-CL-CREDIT               PIC ZZ,ZZ9.99.
001278            05 FILLER                     PIC X(02) VALUE SPACES.
001280        01  WS-CHARGE-LINE.
001281            05 FILLER                     PIC X(10)
001282                                          VALUE "FEE CHARGE".
001283            05 WS-CG-ENROLL-NO            PIC 9(06).
001284            05 FILLER                     PIC X(01) VALUE SPACES.
001285            05 WS-CG-COURSE               PIC X(06).
001286            05 FILLER                     PIC X(06) VALUE " TERM ".
001287            05 WS-CG-TERM                 PIC X(05).
001288            05 FILLER                     PIC X(26) VALUE SPACES.
001290            05 WS-CG-FEE                  PIC ZZ,ZZ9.99.
001291            05 FILLER                     PIC X(11) VALUE SPACES.
001292        01  WS-DROP-LINE.
001293            05 FILLER                     PIC X(10)
001294                                          VALUE "DROPPED   ".
001295            05 WS-DL-ENROLL-NO            PIC 9(06).
001296            05 FILLER                     PIC X(01) VALUE SPACES.
001297            05 WS-DL-COURSE               PIC X(06).
001298            05 FILLER                     PIC X(06) VALUE " SECT ".
001300            05 WS-DL-SECT                 PIC 9(02).
001310            05 FILLER                     PIC X(49) VALUE SPACES.
001320        01  WS-PROMO-LINE.
001480       ******************************************************************
001490        00000-MAIN-PARA.
001500            PERFORM 10000-INITIALIZE-PARA.
001501            IF  WS-ERROR-FLAG              NOT = "YES"
001503                AND WS-FEE-AVAIL           = "YES"
001505                PERFORM 12000-LOAD-FEES-PARA
001506                    UNTIL WS-FEE-EOF       = "YES"
001508            END-IF.
001510            IF  WS-ERROR-FLAG              NOT = "YES"
001511                AND WS-SCHED-AVAIL         = "YES"
001513                PERFORM 14000-LOAD-SCHED-PARA
001515                    UNTIL WS-SCHED-EOF     = "YES"
001516            END-IF.
001518            PERFORM 20000-DROP-PARA
001520              UNTIL WS-ERROR-FLAG = "YES"
001530              OR    WS-DRP-EOF    = "YES".
001540            PERFORM 40000-PROMOTE-PARA
001610       * DATASETS SO A FAILED RUN LEAVES THE OLD WAITLIST INTACT.
001620       ******************************************************************
001630        10000-INITIALIZE-PARA.
001635            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
001640            OPEN INPUT DRP-IN-FILE.
001650            IF WS-DRP-IN-FS               NOT = "00"
001660               DISPLAY "DRPIN ACCESS ERROR."
002250                   MOVE "YES"             TO WS-ERROR-FLAG
002260               END-IF
002270            END-IF.
002271       * CRSFEES AND REFSCHED ARE OPTIONAL - NO COURSE FEE SCHEDULE
002272       * MEANS NO FEE ON A PROMOTION, AND A TERM WITH NO REFUND
002273       * SCHEDULE CREDITS A DROPPED FEE IN FULL.
002274            OPEN INPUT FEE-FILE.
002275            IF WS-FEE-FS                  = "35"
002276               MOVE "NO"                  TO WS-FEE-AVAIL
002277            ELSE
002278               IF WS-FEE-FS               NOT = "00"
002279                  DISPLAY "CRSFEES ACCESS ERROR."
002280                  MOVE "CEXM965"          TO LK-PGM-ID
002281                  MOVE "CRSFEES"          TO LK-FILE-ID
002282                  MOVE WS-FEE-FS          TO LK-FILE-STATUS
002283                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
002284                  IF  LK-ABEND-YES
002285                      MOVE 16             TO RETURN-CODE
002286                      MOVE "YES"          TO WS-ERROR-FLAG
002287                  END-IF
002288               END-IF
002289            END-IF.
002290            OPEN INPUT SCHED-FILE.
002291            IF WS-SCHED-FS                = "35"
002292               MOVE "NO"                  TO WS-SCHED-AVAIL
002293            ELSE
002295               IF WS-SCHED-FS             NOT = "00"
002296                  DISPLAY "REFSCHED ACCESS ERROR."
002297                  MOVE "CEXM965"          TO LK-PGM-ID
002298                  MOVE "REFSCHED"         TO LK-FILE-ID
002299                  MOVE WS-SCHED-FS        TO LK-FILE-STATUS
002300                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
002301                  IF  LK-ABEND-YES
002302                      MOVE 16             TO RETURN-CODE
002303                      MOVE "YES"          TO WS-ERROR-FLAG
002304                  END-IF
002305               END-IF
002306            END-IF.
002307            OPEN I-O RECV-FILE.
002308            IF WS-RECV-FS                 = "35"
002309               OPEN OUTPUT RECV-FILE
002310               CLOSE RECV-FILE
002311               OPEN I-O RECV-FILE
002312            END-IF.
002313            IF WS-RECV-FS                 NOT = "00"
002314               DISPLAY "RECVFILE ACCESS ERROR."
002315               MOVE "CEXM965"             TO LK-PGM-ID
002316               MOVE "RECVFILE"            TO LK-FILE-ID
002317               MOVE WS-RECV-FS            TO LK-FILE-STATUS
002318               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002320               IF  LK-ABEND-YES
002321                   MOVE 16                TO RETURN-CODE
002322                   MOVE "YES"             TO WS-ERROR-FLAG
002323               END-IF
002324            END-IF.
002325       * THE RECEIVABLES JOURNAL AND THE COURSE FEE LEDGER BOTH GROW
002326       * ACROSS RUNS.
002327            OPEN EXTEND TRAN-FILE.
002328            IF WS-TRAN-FS = "05" OR WS-TRAN-FS = "35"
002329               CLOSE TRAN-FILE
002330               OPEN OUTPUT TRAN-FILE
002331            END-IF.
002332            IF WS-TRAN-FS                 NOT = "00"
002333               DISPLAY "RECVTRAN ACCESS ERROR."
002334               MOVE "CEXM965"             TO LK-PGM-ID
002335               MOVE "RECVTRAN"            TO LK-FILE-ID
002336               MOVE WS-TRAN-FS            TO LK-FILE-STATUS
002337               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002338               IF  LK-ABEND-YES
002339                   MOVE 16                TO RETURN-CODE
002340                   MOVE "YES"             TO WS-ERROR-FLAG
002341               END-IF
002342            END-IF.
002343            OPEN EXTEND LEDG-FILE.
002345            IF WS-LEDG-FS = "05" OR WS-LEDG-FS = "35"
002346               CLOSE LEDG-FILE
002347               OPEN OUTPUT LEDG-FILE
002348            END-IF.
002349            IF WS-LEDG-FS                 NOT = "00"
002350               DISPLAY "FEELEDG ACCESS ERROR."
002351               MOVE "CEXM965"             TO LK-PGM-ID
002352               MOVE "FEELEDG"             TO LK-FILE-ID
002353               MOVE WS-LEDG-FS            TO LK-FILE-STATUS
002354               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002355               IF  LK-ABEND-YES
002356                   MOVE 16                TO RETURN-CODE
002357                   MOVE "YES"             TO WS-ERROR-FLAG
002358               END-IF
002359            END-IF.
002360            OPEN OUTPUT REPORT-FILE.
002361            IF WS-REPORT-FS               NOT = "00"
002362               DISPLAY "PROMORPT ACCESS ERROR."
002363               MOVE "CEXM965"             TO LK-PGM-ID
002364               MOVE "PROMORPT"            TO LK-FILE-ID
002365               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
002366               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002367               IF  LK-ABEND-YES
002368                   MOVE 16                TO RETURN-CODE
002370                   MOVE "YES"             TO WS-ERROR-FLAG
002380               END-IF
002390            END-IF.
002391       ******************************************************************
002392       * LOAD THE CRSFEES COURSE FEE SCHEDULE INTO THE FEE TABLE.
002393       ******************************************************************
002394        12000-LOAD-FEES-PARA.
002395            READ FEE-FILE
002396            AT END
002398                MOVE "YES"                 TO WS-FEE-EOF
002399            NOT AT END
002400                IF  WS-FEE-COUNT           = 100
002401                    DISPLAY "COURSE FEE TABLE FULL AT 100 ENTRIES -"
002402                        " REMAINING CRSFEES RECORDS NOT LOADED."
002403                ELSE
002405                    ADD 1                  TO WS-FEE-COUNT
002406                    MOVE FE-FEE-CODE       TO WS-FT-CODE(WS-FEE-COUNT)
002407                    MOVE FE-FEE-AMOUNT
002408                        TO WS-FT-AMOUNT(WS-FEE-COUNT)
002409                END-IF
002410            END-READ.
002411       ******************************************************************
002413       * LOAD THE REFSCHED TERM REFUND TIERS. A TIER WITH A NON-NUMERIC
002414       * DATE OR A PERCENT OVER 100 IS SKIPPED.
002415       ******************************************************************
002416        14000-LOAD-SCHED-PARA.
002417            READ SCHED-FILE
002418            AT END
002420                MOVE "YES"                 TO WS-SCHED-EOF
002421            NOT AT END
002422                EVALUATE TRUE
002423                    WHEN RF-THRU-DATE      NOT NUMERIC
002424                        OR RF-REFUND-PCT   NOT NUMERIC
002425                        OR RF-REFUND-PCT   > 100
002426                        DISPLAY "REFSCHED TIER SKIPPED: "
002428                            RF-SCHED-REC(1:16)
002429                    WHEN WS-SCHED-COUNT    = 200
002430                        DISPLAY "REFUND SCHEDULE TABLE FULL AT 200 -"
002431                            " REMAINING REFSCHED TIERS NOT LOADED."
002432                    WHEN OTHER
002433                        ADD 1              TO WS-SCHED-COUNT
002435                        MOVE RF-TERM-CODE
002436                            TO WS-SC-TERM-CODE(WS-SCHED-COUNT)
002437                        MOVE RF-THRU-DATE
002438                            TO WS-SC-THRU-DATE(WS-SCHED-COUNT)
002439                        MOVE RF-REFUND-PCT
002440                            TO WS-SC-REFUND-PCT(WS-SCHED-COUNT)
002441                END-EVALUATE
002443            END-READ.
002444       ******************************************************************
002445       * APPLY ONE DROP CARD: DELETE THE REGISTRATION AND GIVE THE
002446       * SEAT BACK ON THE SECTION MASTER.
002447       ******************************************************************
002448        20000-DROP-PARA.
002450            READ DRP-IN-FILE
002460            AT END
002470                MOVE "YES"                 TO WS-DRP-EOF
002620       ******************************************************************
002630        22000-APPLY-DROP-PARA.
002640            MOVE RG-SECTION                TO WS-DL-SECT.
002641            MOVE RG-TERM-CODE              TO WS-DROP-TERM.
002642            IF  RG-FEE-AMT                 NUMERIC
002644                MOVE RG-FEE-AMT            TO WS-DROP-FEE-AMT
002645            ELSE
002647                MOVE 0                     TO WS-DROP-FEE-AMT
002648            END-IF.
002650            DELETE REG-FILE.
002660            IF WS-REG-FS                   = "00"
002670                ADD 1                      TO WS-DROP-COUNT
002690                MOVE DR-COURSE-CODE        TO WS-DL-COURSE
002700                MOVE WS-DROP-LINE          TO RS-REPORT-REC
002710                WRITE RS-REPORT-REC
002712                IF  WS-DROP-FEE-AMT        > 0
002715                    PERFORM 24000-CREDIT-FEE-PARA
002717                END-IF
002720                MOVE DR-COURSE-CODE        TO SE-COURSE-CODE
002730                MOVE WS-DL-SECT            TO SE-SECT-NO
002740                READ SECT-FILE
002910                    MOVE "YES"             TO WS-ERROR-FLAG
002920                END-IF
002930            END-IF.
002931       ******************************************************************
002932       * CREDIT THE DROPPED REGISTRATION'S COURSE FEE, PRORATED BY THE
002933       * DROP DATE FROM THE TERM'S REFUND SCHEDULE. THE DROP GOES ON
002934       * THE FEELEDG LEDGER EVEN AT A ZERO PERCENT REFUND SO THE FEE
002935       * REGISTER CAN ACCOUNT FOR EVERY CHARGE.
002936       ******************************************************************
002937        24000-CREDIT-FEE-PARA.
002938            IF  DR-DROP-DATE               NUMERIC
002939                AND DR-DROP-DATE           NOT = ZEROS
002940                MOVE DR-DROP-DATE          TO WS-DROP-DATE
002941            ELSE
002942                MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-DROP-DATE
002943            END-IF.
002944            PERFORM 24100-FIND-PCT-PARA.
002945            COMPUTE WS-CREDIT-AMT ROUNDED =
002946                WS-DROP-FEE-AMT * WS-REFUND-PCT / 100.
002947            IF  WS-CREDIT-AMT              > 0
002948                PERFORM 24500-POST-CREDIT-PARA
002949            END-IF.
002950            IF  WS-ERROR-FLAG              NOT = "YES"
002951                MOVE SPACES                TO FL-LEDG-REC
002952                MOVE DR-ENROLL-NO          TO FL-ENROLL-NO
002953                MOVE DR-COURSE-CODE        TO FL-COURSE-CODE
002954                MOVE WS-DROP-TERM          TO FL-TERM-CODE
002955                MOVE DR-COURSE-CODE        TO CS-COURSE-CODE
002956                READ CRS-FILE
002957                    INVALID KEY
002958                        MOVE SPACES        TO FL-FEE-CODE
002959                    NOT INVALID KEY
002960                        MOVE CS-FEE-CODE   TO FL-FEE-CODE
002961                END-READ
002962                MOVE "K"                   TO FL-ENTRY-TYPE
002963                MOVE WS-DROP-FEE-AMT       TO FL-FEE-AMT
002964                MOVE WS-CREDIT-AMT         TO FL-AMOUNT
002965                MOVE WS-REFUND-PCT         TO FL-REFUND-PCT
002966                MOVE WS-DROP-DATE          TO FL-POST-DATE
002967                MOVE "CEXM965"             TO FL-PROGRAM
002968                WRITE FL-LEDG-REC
002969                ADD 1                      TO WS-FEE-CR-COUNT
002970                ADD WS-CREDIT-AMT          TO WS-FEE-CR-TOTAL
002971                MOVE DR-ENROLL-NO          TO WS-CL-ENROLL-NO
002972                MOVE DR-COURSE-CODE        TO WS-CL-COURSE
002973                MOVE WS-DROP-TERM          TO WS-CL-TERM
002974                MOVE WS-DROP-DATE          TO WS-CL-DROP-DATE
002975                MOVE WS-REFUND-PCT         TO WS-CL-PCT
002976                MOVE WS-DROP-FEE-AMT       TO WS-CL-FEE
002977                MOVE WS-CREDIT-AMT         TO WS-CL-CREDIT
002978                MOVE WS-CREDIT-LINE        TO RS-REPORT-REC
002979                WRITE RS-REPORT-REC
002980            END-IF.
002981       ******************************************************************
002982       * THE REFUND PERCENT: THE EARLIEST OF THE TERM'S TIERS WHOSE
002983       * THROUGH DATE IS ON OR AFTER THE DROP DATE. PAST THE LAST TIER
002984       * NOTHING IS REFUNDED; A TERM WITH NO TIERS REFUNDS IN FULL.
002985       ******************************************************************
002986        24100-FIND-PCT-PARA.
002987            MOVE "NO"                      TO WS-SCHED-TERM-FOUND.
002988            MOVE 99999999                  TO WS-BEST-THRU-DATE.
002989            MOVE 0                         TO WS-REFUND-PCT.
002990            PERFORM 24150-CHECK-TIER-PARA
002991                VARYING WS-SCHED-SUB FROM 1 BY 1
002992                UNTIL WS-SCHED-SUB         > WS-SCHED-COUNT.
002993            IF  WS-SCHED-TERM-FOUND        = "NO"
002994                MOVE 100                   TO WS-REFUND-PCT
002995                ADD 1                      TO WS-NO-SCHED-COUNT
002996            END-IF.
002997        24150-CHECK-TIER-PARA.
002998            IF  WS-SC-TERM-CODE(WS-SCHED-SUB) = WS-DROP-TERM
002999                MOVE "YES"                 TO WS-SCHED-TERM-FOUND
003000                IF  WS-SC-THRU-DATE(WS-SCHED-SUB) >= WS-DROP-DATE
003001                    AND WS-SC-THRU-DATE(WS-SCHED-SUB)
003002                                           < WS-BEST-THRU-DATE
003003                    MOVE WS-SC-THRU-DATE(WS-SCHED-SUB)
003004                                           TO WS-BEST-THRU-DATE
003005                    MOVE WS-SC-REFUND-PCT(WS-SCHED-SUB)
003006                                           TO WS-REFUND-PCT
003007                END-IF
003008            END-IF.
003009       ******************************************************************
003010       * TAKE THE CREDIT OFF THE STUDENT'S RECVFILE RECEIVABLE (NEVER
003011       * BELOW ZERO BILLED, CEXM993'S WAIVER RULE) AND JOURNAL IT TO
003012       * RECVTRAN. NO RECEIVABLE LEAVES NOTHING TO CREDIT.
003013       ******************************************************************
003014        24500-POST-CREDIT-PARA.
003015            MOVE DR-ENROLL-NO              TO RV-ENROLL-NO.
003016            READ RECV-FILE
003017                INVALID KEY
003018                    DISPLAY "NO RECEIVABLE FOR FEE CREDIT - ENROLL NO "
003019                        DR-ENROLL-NO " " DR-COURSE-CODE
003020                    MOVE 0                 TO WS-CREDIT-AMT
003021                NOT INVALID KEY
003022                    IF  WS-CREDIT-AMT      > RV-BILLED-AMT
003023                        MOVE RV-BILLED-AMT TO WS-CREDIT-AMT
003024                    END-IF
003025                    SUBTRACT WS-CREDIT-AMT FROM RV-BILLED-AMT
003026                    IF  RV-PAID-AMT        >= RV-BILLED-AMT
003027                        MOVE "C"           TO RV-STATUS
003028                    END-IF
003029                    REWRITE RV-RECV-REC
003030                    IF WS-RECV-FS          = "00"
003031                        PERFORM 24600-LOG-CREDIT-PARA
003032                    ELSE
003033                        PERFORM 29000-RECV-IO-ERROR-PARA
003034                    END-IF
003035            END-READ.
003036        24600-LOG-CREDIT-PARA.
003037            MOVE SPACES                    TO RT-TRAN-REC.
003038            MOVE DR-ENROLL-NO              TO RT-ENROLL-NO.
003039            MOVE WS-CURRENT-DATE-DATA(1:8) TO RT-TRAN-DATE.
003040            MOVE "K"                       TO RT-TRAN-TYPE.
003041            MOVE WS-CREDIT-AMT             TO RT-AMOUNT.
003042            MOVE "C"                       TO RT-DRCR.
003043            STRING "FEE CREDIT "  DELIMITED BY SIZE
003044                   DR-COURSE-CODE DELIMITED BY SIZE
003045                   INTO RT-DESC
003046            END-STRING.
003047            WRITE RT-TRAN-REC.
003048       ******************************************************************
003049       * WALK THE WAITLIST IN ARRIVAL ORDER. A FREED SEAT PROMOTES THE
003050       * STUDENT; ANYONE STILL WAITING IS CARRIED TO WAITOUT.
003051       ******************************************************************
003052        40000-PROMOTE-PARA.
003053            READ WAIT-IN-FILE
003054            AT END
003055                MOVE "YES"                 TO WS-WAIT-EOF
003056            NOT AT END
003057                MOVE WI-COURSE-CODE        TO SE-COURSE-CODE
003058                MOVE WI-SECT-NO            TO SE-SECT-NO
003059                READ SECT-FILE
003060                    INVALID KEY
003070                        PERFORM 44000-KEEP-WAITING-PARA
003080                    NOT INVALID KEY
003250            MOVE WI-MARKS                  TO RG-MARKS.
003252       * THE CREDIT HOURS RIDE ALONG FROM THE CATALOG, AS IN CEXM929.
003254            MOVE WI-COURSE-CODE            TO CS-COURSE-CODE.
003255            MOVE 0                         TO WS-CRS-FEE-AMT.
003256            READ CRS-FILE
003258                INVALID KEY
003260                    MOVE 0                 TO RG-CREDIT-HOURS
003261                    MOVE SPACES            TO CS-FEE-CODE
003262                NOT INVALID KEY
003264                    MOVE CS-CREDIT-HOURS   TO RG-CREDIT-HOURS
003265                    IF  CS-FEE-CODE        NOT = SPACES
003267                        PERFORM 42100-CHECK-FEE-PARA
003268                            VARYING WS-FEE-SUB FROM 1 BY 1
003270                            UNTIL WS-FEE-SUB > WS-FEE-COUNT
003272                            OR    WS-CRS-FEE-AMT > 0
003273                    END-IF
003275            END-READ.
003276            MOVE WS-CRS-FEE-AMT            TO RG-FEE-AMT.
003278            MOVE WI-TERM-CODE              TO RG-TERM-CODE.
003280            MOVE WI-SECT-NO                TO RG-SECTION.
003290            WRITE RG-REG-REC
003300                INVALID KEY
003390                    MOVE WI-TERM-CODE      TO WS-PL-TERM
003400                    MOVE WS-PROMO-LINE     TO RS-REPORT-REC
003410                    WRITE RS-REPORT-REC
003412                    IF  WS-CRS-FEE-AMT     > 0
003415                        PERFORM 42500-CHARGE-FEE-PARA
003417                    END-IF
003420            END-WRITE.
003421       ******************************************************************
003422       * THE COURSE'S FEE FROM THE CRSFEES SCHEDULE.
003423       ******************************************************************
003424        42100-CHECK-FEE-PARA.
003425            IF  WS-FT-CODE(WS-FEE-SUB)     = CS-FEE-CODE
003426                MOVE WS-FT-AMOUNT(WS-FEE-SUB) TO WS-CRS-FEE-AMT
003427            END-IF.
003428       ******************************************************************
003429       * CHARGE A PROMOTED STUDENT THE COURSE FEE AS CEXM929 CHARGES A
003430       * NEW REGISTRATION - ONTO THE OPEN RECEIVABLE OR A NEW ONE -
003431       * AND JOURNAL IT TO RECVTRAN AND FEELEDG.
003432       ******************************************************************
003433        42500-CHARGE-FEE-PARA.
003434            MOVE WI-ENROLL-NO              TO RV-ENROLL-NO.
003436            READ RECV-FILE
003437                INVALID KEY
003438                    MOVE SPACES            TO RV-RECV-REC
003439                    MOVE WI-ENROLL-NO      TO RV-ENROLL-NO
003440                    MOVE 0                 TO RV-INVOICE-NO
003441                    MOVE WS-CURRENT-DATE-DATA(1:8)
003442                                           TO RV-INVOICE-DATE
003443                    MOVE WS-CRS-FEE-AMT    TO RV-BILLED-AMT
003444                    MOVE 0                 TO RV-PAID-AMT
003445                    MOVE "O"               TO RV-STATUS
003446                    MOVE SPACE             TO RV-PLAN-FLAG
003447                    MOVE 0                 TO RV-LATE-FEE-AMT
003448                    WRITE RV-RECV-REC
003449                NOT INVALID KEY
003450                    ADD WS-CRS-FEE-AMT     TO RV-BILLED-AMT
003452                    MOVE "O"               TO RV-STATUS
003453                    REWRITE RV-RECV-REC
003454            END-READ.
003455            IF WS-RECV-FS                  NOT = "00"
003456               PERFORM 29000-RECV-IO-ERROR-PARA
003457            ELSE
003458               ADD 1                      TO WS-FEE-CHG-COUNT
003459               ADD WS-CRS-FEE-AMT         TO WS-FEE-CHG-TOTAL
003460               MOVE SPACES                TO RT-TRAN-REC
003461               MOVE WI-ENROLL-NO          TO RT-ENROLL-NO
003462               MOVE WS-CURRENT-DATE-DATA(1:8) TO RT-TRAN-DATE
003463               MOVE "C"                   TO RT-TRAN-TYPE
003464               MOVE WS-CRS-FEE-AMT        TO RT-AMOUNT
003465               MOVE "D"                   TO RT-DRCR
003466               STRING "COURSE FEE "  DELIMITED BY SIZE
003468                      WI-COURSE-CODE DELIMITED BY SIZE
003469                      INTO RT-DESC
003470               END-STRING
003471               WRITE RT-TRAN-REC
003472               MOVE SPACES                TO FL-LEDG-REC
003473               MOVE WI-ENROLL-NO          TO FL-ENROLL-NO
003474               MOVE WI-COURSE-CODE        TO FL-COURSE-CODE
003475               MOVE WI-TERM-CODE          TO FL-TERM-CODE
003476               MOVE CS-FEE-CODE           TO FL-FEE-CODE
003477               MOVE "C"                   TO FL-ENTRY-TYPE
003478               MOVE WS-CRS-FEE-AMT        TO FL-FEE-AMT
003479               MOVE WS-CRS-FEE-AMT        TO FL-AMOUNT
003480               MOVE 100                   TO FL-REFUND-PCT
003481               MOVE WS-CURRENT-DATE-DATA(1:8) TO FL-POST-DATE
003482               MOVE "CEXM965"             TO FL-PROGRAM
003484               WRITE FL-LEDG-REC
003485               MOVE WI-ENROLL-NO          TO WS-CG-ENROLL-NO
003486               MOVE WI-COURSE-CODE        TO WS-CG-COURSE
003487               MOVE WI-TERM-CODE          TO WS-CG-TERM
003488               MOVE WS-CRS-FEE-AMT        TO WS-CG-FEE
003489               MOVE WS-CHARGE-LINE        TO RS-REPORT-REC
003490               WRITE RS-REPORT-REC
003491            END-IF.
003492       ******************************************************************
003493       * NO SEAT YET - CARRY THE RECORD TO THE NEW WAITLIST, STILL IN
003494       * ARRIVAL ORDER.
003495       ******************************************************************
003496        44000-KEEP-WAITING-PARA.
003497            MOVE WI-WAIT-REC               TO WO-WAIT-REC.
003498            WRITE WO-WAIT-REC.
003500            ADD 1                          TO WS-STILL-WAIT-COUNT.
003510       ******************************************************************
003511       * A RECVFILE UPDATE FAILURE IS ROUTED THROUGH THE SHARED
003512       * SPGMABND ABEND CHECK.
003513       ******************************************************************
003514        29000-RECV-IO-ERROR-PARA.
003515            DISPLAY "RECVFILE UPDATE ERROR - STATUS " WS-RECV-FS
003517                " - ENROLL NO " RV-ENROLL-NO.
003518            MOVE "CEXM965"                 TO LK-PGM-ID.
003519            MOVE "RECVFILE"                TO LK-FILE-ID.
003520            MOVE WS-RECV-FS                TO LK-FILE-STATUS.
003521            CALL 'SPGMABND'                USING LK-ABEND-PARMS.
003522            IF  LK-ABEND-YES
003524                MOVE 16                    TO RETURN-CODE
003525                MOVE "YES"                 TO WS-ERROR-FLAG
003526            END-IF.
003527       ******************************************************************
003528       * DISPLAY COUNTS AND CLOSE THE FILES.
003530       ******************************************************************
003540        30000-CLOSE-PARA.
003550            DISPLAY "DROPS APPLIED       : " WS-DROP-COUNT.
003570            DISPLAY "PROMOTED FROM LIST  : " WS-PROMOTE-COUNT.
003580            DISPLAY "STILL WAITING       : " WS-STILL-WAIT-COUNT.
003590            DISPLAY "ALREADY REGISTERED  : " WS-DUP-WAIT-COUNT.
003591            DISPLAY "COURSE FEES CHARGED : " WS-FEE-CHG-COUNT
003593                " AMOUNT " WS-FEE-CHG-TOTAL.
003595            DISPLAY "FEE DROPS CREDITED  : " WS-FEE-CR-COUNT
003596                " AMOUNT " WS-FEE-CR-TOTAL.
003598            DISPLAY "NO REFUND SCHEDULE  : " WS-NO-SCHED-COUNT.
003600            CLOSE DRP-IN-FILE.
003610            CLOSE REG-FILE.
003620            CLOSE SECT-FILE.
003650            END-IF.
003660            CLOSE WAIT-OUT-FILE.
003670            CLOSE REPORT-FILE.
003680            IF  WS-FEE-AVAIL               = "YES"
003690                CLOSE FEE-FILE
003700            END-IF.
003710            IF  WS-SCHED-AVAIL             = "YES"
003720                CLOSE SCHED-FILE
003730            END-IF.
003740            CLOSE RECV-FILE.
003750            CLOSE TRAN-FILE.
003760            CLOSE LEDG-FILE.
