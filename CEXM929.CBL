000170       * REGFILE : JEBA02.EMY.COBOL.REGFILE (INDEXED ON ENROLL+COURSE)
000180       * REGEXCP : JEBA02.EMY.COBOL.REGEXCP
000190       * STUDOUT : VIA SPGM0901 (INDEXED ON ENROLL NO)
000192       * CRSFEES : JEBA02.EMY.COBOL.CRSFEES (COURSE FEE SCHEDULE)
000194       * RECVFILE: JEBA02.EMY.COBOL.RECVFILE (INDEXED ON ENROLL NO)
000196       * RECVTRAN: JEBA02.EMY.COBOL.RECVTRAN
000198       * FEELEDG : JEBA02.EMY.COBOL.FEELEDG (COURSE FEE LEDGER)
000200       * ----------------------------------------------------------------
000210       * PRJ NO    NAME     DATE          MAINT DESC.
000220       * ----------------------------------------------------------------
000487       *                                 MOVES IT INTO ITS SECTION
000488       *                                 WITHOUT THE NUMERIC COMPARE
000489       *                                 OR A SEAT TO FREE.
000490       * JEBA02    EMY     09/26/2026    COURSE LAB/MATERIAL FEES: A NEW
000492       *                                 REGISTRATION IN A COURSE WHOSE
000493       *                                 CRSFILE FEE CODE IS ON THE
000495       *                                 CRSFEES SCHEDULE IS CHARGED
000497       *                                 THE FEE ON RECVFILE, JOURNALED
000498       *                                 TO RECVTRAN (TYPE C DEBIT) AND
000500       *                                 THE FEELEDG COURSE FEE LEDGER.
000501       *                                 THE FEE CHARGED RIDES ON THE
000503       *                                 REGISTRATION (RG-FEE-AMT) SO
000505       *                                 CEXM965 CAN CREDIT A DROP.
000506       ******************************************************************
000508        ENVIRONMENT DIVISION.
000510        INPUT-OUTPUT SECTION.
000520        FILE-CONTROL.
000530            SELECT REG-IN-FILE
000960                ACCESS MODE IS RANDOM
000970                RECORD KEY IS HD-ENROLL-NO
000980                FILE STATUS IS WS-HOLD-FS.
000981            SELECT FEE-FILE
000982                ASSIGN TO CRSFEES
000983                ORGANIZATION IS SEQUENTIAL
000985                ACCESS MODE IS SEQUENTIAL
000986                FILE STATUS IS WS-FEE-FS.
000987            SELECT RECV-FILE
000988                ASSIGN TO RECVFILE
000990                ORGANIZATION IS INDEXED
000991                ACCESS MODE IS RANDOM
000992                RECORD KEY IS RV-ENROLL-NO
000993                FILE STATUS IS WS-RECV-FS.
000995            SELECT TRAN-FILE
000996                ASSIGN TO RECVTRAN
000997                ORGANIZATION IS SEQUENTIAL
000998                ACCESS MODE IS SEQUENTIAL
001000                FILE STATUS IS WS-TRAN-FS.
001001            SELECT LEDG-FILE
001002                ASSIGN TO FEELEDG
001003                ORGANIZATION IS SEQUENTIAL
001005                ACCESS MODE IS SEQUENTIAL
001006                FILE STATUS IS WS-LEDG-FS.
001007            SELECT EXCEPTION-FILE
001008                ASSIGN TO REGEXCP
001010                ORGANIZATION IS SEQUENTIAL
001020                ACCESS MODE IS SEQUENTIAL
001030                FILE STATUS IS WS-EXCEPTION-FS.
001160            05  CS-COURSE-CODE            PIC X(06).
001170            05  CS-COURSE-TITLE           PIC X(30).
001180            05  CS-CREDIT-HOURS           PIC 9(02).
001186            05  CS-FEE-CODE               PIC X(04).
001193            05  FILLER                    PIC X(38).
001200        FD  REG-FILE.
001210        01  RG-REG-REC.
001220            05  RG-REG-KEY.
001260            05  RG-CREDIT-HOURS           PIC 9(02).
001270            05  RG-TERM-CODE              PIC X(05).
001280            05  RG-SECTION                PIC 9(02).
001286            05  RG-FEE-AMT                PIC 9(05)V9(02).
001293            05  FILLER                    PIC X(49).
001300        FD  EXCEPTION-FILE.
001310        01  ES-EXCEPTION-REC              PIC X(80).
001320        FD  SECT-FILE.
001380            05  SE-SEATS-USED             PIC 9(03).
001390            05  SE-MEET-SLOT              PIC X(10).
001400            05  SE-INSTR-NO               PIC 9(05).
001406            05  SE-ROOM-CODE              PIC X(06).
001413            05  FILLER                    PIC X(45).
001420        FD  WAIT-FILE.
001430        01  WF-WAIT-REC.
001440            05  WF-ENROLL-NO              PIC 9(06).
001710            05  HD-RELEASED-DATE          PIC 9(08).
001720            05  HD-STATUS                 PIC X(01).
001730            05  FILLER                    PIC X(46).
001731        FD  FEE-FILE.
001732        01  FE-FEE-REC.
001733            05  FE-FEE-CODE               PIC X(04).
001734            05  FE-FEE-DESC               PIC X(30).
001735            05  FE-FEE-AMOUNT             PIC 9(05)V9(02).
001736            05  FILLER                    PIC X(39).
001737        FD  RECV-FILE.
001739        01  RV-RECV-REC.
001740            05  RV-ENROLL-NO              PIC 9(06).
001741            05  RV-INVOICE-NO             PIC 9(06).
001742            05  RV-INVOICE-DATE           PIC X(08).
001743            05  RV-BILLED-AMT             PIC 9(07)V9(02).
001744            05  RV-PAID-AMT               PIC 9(07)V9(02).
001745            05  RV-STATUS                 PIC X(01).
001747            05  RV-PLAN-FLAG              PIC X(01).
001748            05  RV-LATE-FEE-AMT           PIC 9(05)V9(02).
001749            05  FILLER                    PIC X(33).
001750        FD  TRAN-FILE.
001751        01  RT-TRAN-REC.
001752            05  RT-ENROLL-NO              PIC 9(06).
001753            05  RT-TRAN-DATE              PIC 9(08).
001755            05  RT-TRAN-TYPE              PIC X(01).
001756            05  RT-AMOUNT                 PIC 9(07)V9(02).
001757            05  RT-DRCR                   PIC X(01).
001758            05  RT-DESC                   PIC X(20).
001759            05  FILLER                    PIC X(35).
001760        FD  LEDG-FILE.
001761        01  FL-LEDG-REC.
001762            05  FL-ENROLL-NO              PIC 9(06).
001764            05  FL-COURSE-CODE            PIC X(06).
001765            05  FL-TERM-CODE              PIC X(05).
001766            05  FL-FEE-CODE               PIC X(04).
001767            05  FL-ENTRY-TYPE             PIC X(01).
001768            05  FL-FEE-AMT                PIC 9(05)V9(02).
001769            05  FL-AMOUNT                 PIC 9(05)V9(02).
001770            05  FL-REFUND-PCT             PIC 9(03).
001772            05  FL-POST-DATE              PIC 9(08).
001773            05  FL-PROGRAM                PIC X(08).
001774            05  FILLER                    PIC X(25).
001775        WORKING-STORAGE SECTION.
001776        01  WS-REG-IN-FS                  PIC X(02).
001777        01  WS-CRS-FS                     PIC X(02).
001778        01  WS-REG-FS                     PIC X(02).
001780        01  WS-EXCEPTION-FS               PIC X(02).
001790        01  WS-TERM-FS                    PIC X(02).
001800        01  WS-TERM-CODE                  PIC X(05).
001980        01  WS-REPLACE-COUNT              PIC 9(06) VALUE 0.
001990        01  WS-REJECT-COUNT               PIC 9(06) VALUE 0.
002000        01  WS-COURSE-OK-FLAG             PIC X(03).
002001        01  WS-FEE-FS                     PIC X(02).
002002        01  WS-RECV-FS                    PIC X(02).
002003        01  WS-TRAN-FS                    PIC X(02).
002004        01  WS-LEDG-FS                    PIC X(02).
002005        01  WS-FEE-AVAIL                  PIC X(03) VALUE "YES".
002006        01  WS-FEE-EOF                    PIC X(03) VALUE "NO".
002007        01  WS-CURRENT-DATE-DATA          PIC X(20).
002008        01  WS-FEE-COUNT                  PIC 9(03) VALUE 0.
002010        01  WS-FEE-TABLE.
002011            05  WS-FT-ENTRY               OCCURS 100 TIMES.
002012                10  WS-FT-CODE            PIC X(04).
002013                10  WS-FT-AMOUNT          PIC 9(05)V9(02).
002014        01  WS-FEE-SUB                    PIC 9(03).
002015        01  WS-CRS-FEE-AMT                PIC 9(05)V9(02).
002016        01  WS-FEE-CHG-COUNT              PIC 9(06) VALUE 0.
002017        01  WS-FEE-CHG-TOTAL              PIC 9(07)V9(02) VALUE 0.
002018        01  WS-FEE-UNKNOWN-COUNT          PIC 9(06) VALUE 0.
002020        01  WS-FEE-NOTE-OUT.
002021            05 FILLER                     PIC X(11)
002022                                          VALUE "FEE NOTE - ".
002023            05 WS-FN-ENROLL-NO            PIC 9(06).
002024            05 FILLER                     PIC X(01) VALUE SPACES.
002025            05 WS-FN-COURSE               PIC X(06).
002026            05 FILLER                     PIC X(03) VALUE " - ".
002027            05 FILLER                     PIC X(09)
002028                                          VALUE "FEE CODE ".
002030            05 WS-FN-FEE-CODE             PIC X(04).
002031            05 FILLER                     PIC X(15)
002032                                          VALUE " NOT ON CRSFEES".
002033            05 FILLER                     PIC X(12)
002034                                          VALUE " - NO CHARGE".
002035            05 FILLER                     PIC X(13) VALUE SPACES.
002036        01  WS-EXCEPTION-OUT.
002037            05 FILLER                     PIC X(11)
002038                                          VALUE "REJECTED - ".
002040            05 WS-EXC-ENROLL-NO           PIC 9(06).
002050            05 FILLER                     PIC X(01) VALUE SPACES.
002060            05 WS-EXC-COURSE              PIC X(06).
002430            PERFORM 07000-CHECK-TERM-PARA.
002440            IF  WS-ERROR-FLAG              NOT = "YES"
002450                PERFORM 10000-INITIALIZE-PARA
002451            END-IF.
002453            IF  WS-ERROR-FLAG              NOT = "YES"
002455                AND WS-FEE-AVAIL           = "YES"
002456                PERFORM 12000-LOAD-FEES-PARA
002458                    UNTIL WS-FEE-EOF       = "YES"
002460            END-IF.
002470            PERFORM 20000-PROCESS-PARA
002480              UNTIL WS-ERROR-FLAG = "YES"
002950       ******************************************************************
002960        10000-INITIALIZE-PARA.
002970            MOVE SPACE                     TO LK-CHECK-FLAG.
002975            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
002980            OPEN INPUT REG-IN-FILE.
002990            IF WS-REG-IN-FS               NOT = "00"
003000               DISPLAY "REGIN ACCESS ERROR."
004000                  END-IF
004010               END-IF
004020            END-IF.
004021       * CRSFEES IS OPTIONAL ON FIRST USE - NO COURSE FEE SCHEDULE YET
004022       * MEANS NO COURSE FEES TO CHARGE.
004023            OPEN INPUT FEE-FILE.
004024            IF WS-FEE-FS                  = "35"
004025               MOVE "NO"                  TO WS-FEE-AVAIL
004026            ELSE
004027               IF WS-FEE-FS               NOT = "00"
004028                  DISPLAY "CRSFEES ACCESS ERROR."
004029                  MOVE "CEXM929"          TO LK-PGM-ID
004030                  MOVE "CRSFEES"          TO LK-FILE-ID
004031                  MOVE WS-FEE-FS          TO LK-FILE-STATUS
004032                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
004033                  IF  LK-ABEND-YES
004034                      MOVE 16             TO RETURN-CODE
004035                      MOVE "YES"          TO WS-ERROR-FLAG
004036                  END-IF
004037               END-IF
004038            END-IF.
004039            OPEN I-O RECV-FILE.
004040            IF WS-RECV-FS                 = "35"
004041               OPEN OUTPUT RECV-FILE
004042               CLOSE RECV-FILE
004043               OPEN I-O RECV-FILE
004044            END-IF.
004045            IF WS-RECV-FS                 NOT = "00"
004047               DISPLAY "RECVFILE ACCESS ERROR."
004048               MOVE "CEXM929"             TO LK-PGM-ID
004049               MOVE "RECVFILE"            TO LK-FILE-ID
004050               MOVE WS-RECV-FS            TO LK-FILE-STATUS
004051               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004052               IF  LK-ABEND-YES
004053                   MOVE 16                TO RETURN-CODE
004054                   MOVE "YES"             TO WS-ERROR-FLAG
004055               END-IF
004056            END-IF.
004057       * THE RECEIVABLES JOURNAL AND THE COURSE FEE LEDGER BOTH GROW
004058       * ACROSS RUNS.
004059            OPEN EXTEND TRAN-FILE.
004060            IF WS-TRAN-FS = "05" OR WS-TRAN-FS = "35"
004061               CLOSE TRAN-FILE
004062               OPEN OUTPUT TRAN-FILE
004063            END-IF.
004064            IF WS-TRAN-FS                 NOT = "00"
004065               DISPLAY "RECVTRAN ACCESS ERROR."
004066               MOVE "CEXM929"             TO LK-PGM-ID
004067               MOVE "RECVTRAN"            TO LK-FILE-ID
004068               MOVE WS-TRAN-FS            TO LK-FILE-STATUS
004069               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004070               IF  LK-ABEND-YES
004071                   MOVE 16                TO RETURN-CODE
004072                   MOVE "YES"             TO WS-ERROR-FLAG
004074               END-IF
004075            END-IF.
004076            OPEN EXTEND LEDG-FILE.
004077            IF WS-LEDG-FS = "05" OR WS-LEDG-FS = "35"
004078               CLOSE LEDG-FILE
004079               OPEN OUTPUT LEDG-FILE
004080            END-IF.
004081            IF WS-LEDG-FS                 NOT = "00"
004082               DISPLAY "FEELEDG ACCESS ERROR."
004083               MOVE "CEXM929"             TO LK-PGM-ID
004084               MOVE "FEELEDG"             TO LK-FILE-ID
004085               MOVE WS-LEDG-FS            TO LK-FILE-STATUS
004086               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004087               IF  LK-ABEND-YES
004088                   MOVE 16                TO RETURN-CODE
004089                   MOVE "YES"             TO WS-ERROR-FLAG
004090               END-IF
004091            END-IF.
004092            OPEN OUTPUT EXCEPTION-FILE.
004093            IF WS-EXCEPTION-FS            NOT = "00"
004094               DISPLAY "REGEXCP ACCESS ERROR."
004095               MOVE "CEXM929"             TO LK-PGM-ID
004096               MOVE "REGEXCP"             TO LK-FILE-ID
004097               MOVE WS-EXCEPTION-FS       TO LK-FILE-STATUS
004098               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004100               IF  LK-ABEND-YES
004110                   MOVE 16                TO RETURN-CODE
004120                   MOVE "YES"             TO WS-ERROR-FLAG
004130               END-IF
004140            END-IF.
004141       ******************************************************************
004142       * LOAD THE CRSFEES COURSE FEE SCHEDULE (FEEFILE LAYOUT: FEE
004144       * CODE, DESCRIPTION, AMOUNT) INTO THE FEE TABLE.
004145       ******************************************************************
004146        12000-LOAD-FEES-PARA.
004148            READ FEE-FILE
004149            AT END
004150                MOVE "YES"                 TO WS-FEE-EOF
004152            NOT AT END
004153                IF  WS-FEE-COUNT           = 100
004155                    DISPLAY "COURSE FEE TABLE FULL AT 100 ENTRIES -"
004156                        " REMAINING CRSFEES RECORDS NOT LOADED."
004157                ELSE
004159                    ADD 1                  TO WS-FEE-COUNT
004160                    MOVE FE-FEE-CODE       TO WS-FT-CODE(WS-FEE-COUNT)
004161                    MOVE FE-FEE-AMOUNT
004163                        TO WS-FT-AMOUNT(WS-FEE-COUNT)
004164                END-IF
004165            END-READ.
004167       ******************************************************************
004168       * READ ONE REGISTRATION RECORD, VALIDATE IT, AND APPLY IT.
004170       ******************************************************************
004180        20000-PROCESS-PARA.
004190            READ REG-IN-FILE
006190                MOVE CS-CREDIT-HOURS       TO RG-CREDIT-HOURS
006200                MOVE WS-TERM-CODE          TO RG-TERM-CODE
006210                MOVE RI-SECTION            TO RG-SECTION
006213                PERFORM 24100-FIND-FEE-PARA
006216                MOVE WS-CRS-FEE-AMT        TO RG-FEE-AMT
006220                WRITE RG-REG-REC
006230                IF WS-REG-FS               = "00"
006240                    ADD 1                  TO WS-ADD-COUNT
006270                    IF WS-SECT-FS          NOT = "00"
006280                        PERFORM 28500-SECT-IO-ERROR-PARA
006290                    END-IF
006292                    IF  WS-CRS-FEE-AMT     > 0
006295                        PERFORM 25000-CHARGE-FEE-PARA
006297                    END-IF
006300                ELSE
006310                    PERFORM 28000-REG-IO-ERROR-PARA
006320                END-IF
006321            END-IF.
006322       ******************************************************************
006323       * THE COURSE'S LAB/MATERIAL FEE FROM THE CRSFEES SCHEDULE - ZERO
006324       * WHEN THE COURSE CARRIES NO FEE CODE. A FEE CODE MISSING FROM
006325       * THE SCHEDULE REGISTERS WITHOUT A CHARGE AND IS NOTED ON THE
006326       * EXCEPTION REPORT.
006327       ******************************************************************
006328        24100-FIND-FEE-PARA.
006329            MOVE 0                         TO WS-CRS-FEE-AMT.
006330            IF  CS-FEE-CODE                NOT = SPACES
006331                PERFORM 24150-CHECK-FEE-PARA
006332                    VARYING WS-FEE-SUB FROM 1 BY 1
006333                    UNTIL WS-FEE-SUB       > WS-FEE-COUNT
006334                    OR    WS-CRS-FEE-AMT   > 0
006335                IF  WS-CRS-FEE-AMT         = 0
006336                    MOVE RI-ENROLL-NO      TO WS-FN-ENROLL-NO
006337                    MOVE RI-COURSE-CODE    TO WS-FN-COURSE
006338                    MOVE CS-FEE-CODE       TO WS-FN-FEE-CODE
006339                    MOVE WS-FEE-NOTE-OUT   TO ES-EXCEPTION-REC
006340                    WRITE ES-EXCEPTION-REC
006341                    ADD 1                  TO WS-FEE-UNKNOWN-COUNT
006342                END-IF
006343            END-IF.
006344        24150-CHECK-FEE-PARA.
006345            IF  WS-FT-CODE(WS-FEE-SUB)     = CS-FEE-CODE
006346                MOVE WS-FT-AMOUNT(WS-FEE-SUB) TO WS-CRS-FEE-AMT
006347            END-IF.
006348       ******************************************************************
006350       * REPLACE A REGISTRATION ALREADY ON FILE (A CORRECTED MARK
006360       * RELOADS). A SECTION MOVE NEEDS A FREE SEAT IN THE NEW SECTION
006370       * AND GIVES THE OLD SEAT BACK. A REGISTRATION FROM BEFORE
007110            MOVE WS-WAITLIST-OUT           TO ES-EXCEPTION-REC.
007120            WRITE ES-EXCEPTION-REC.
007130       ******************************************************************
007131       * CHARGE THE COURSE FEE ON THE STUDENT'S RECVFILE ACCOUNT - ONTO
007132       * THE OPEN RECEIVABLE IF ONE EXISTS, OTHERWISE AS A NEW OPEN
007133       * RECEIVABLE FOR JUST THE CHARGE (CEXM1043'S 26000-POST-CHARGE-
007134       * PARA) - AND JOURNAL IT TO RECVTRAN AND THE FEELEDG LEDGER.
007135       ******************************************************************
007136        25000-CHARGE-FEE-PARA.
007137            MOVE RI-ENROLL-NO              TO RV-ENROLL-NO.
007138            READ RECV-FILE
007139                INVALID KEY
007140                    MOVE SPACES            TO RV-RECV-REC
007141                    MOVE RI-ENROLL-NO      TO RV-ENROLL-NO
007142                    MOVE 0                 TO RV-INVOICE-NO
007143                    MOVE WS-CURRENT-DATE-DATA(1:8)
007145                                           TO RV-INVOICE-DATE
007146                    MOVE WS-CRS-FEE-AMT    TO RV-BILLED-AMT
007147                    MOVE 0                 TO RV-PAID-AMT
007148                    MOVE "O"               TO RV-STATUS
007149                    MOVE SPACE             TO RV-PLAN-FLAG
007150                    MOVE 0                 TO RV-LATE-FEE-AMT
007151                    WRITE RV-RECV-REC
007152                NOT INVALID KEY
007153                    ADD WS-CRS-FEE-AMT     TO RV-BILLED-AMT
007154                    MOVE "O"               TO RV-STATUS
007155                    REWRITE RV-RECV-REC
007156            END-READ.
007157            IF WS-RECV-FS                  NOT = "00"
007158               DISPLAY "RECVFILE UPDATE ERROR - STATUS " WS-RECV-FS
007160                   " - ENROLL NO " RI-ENROLL-NO
007161               MOVE "CEXM929"             TO LK-PGM-ID
007162               MOVE "RECVFILE"            TO LK-FILE-ID
007163               MOVE WS-RECV-FS            TO LK-FILE-STATUS
007164               CALL 'SPGMABND'            USING LK-ABEND-PARMS
007165               IF  LK-ABEND-YES
007166                   MOVE 16                TO RETURN-CODE
007167                   MOVE "YES"             TO WS-ERROR-FLAG
007168               END-IF
007169            ELSE
007170               ADD 1                      TO WS-FEE-CHG-COUNT
007171               ADD WS-CRS-FEE-AMT         TO WS-FEE-CHG-TOTAL
007172               PERFORM 25500-LOG-TRAN-PARA
007173               PERFORM 25800-LOG-LEDGER-PARA
007175            END-IF.
007176       ******************************************************************
007177       * JOURNAL THE COURSE FEE TO THE RECVTRAN ACTIVITY FILE.
007178       ******************************************************************
007179        25500-LOG-TRAN-PARA.
007180            MOVE SPACES                    TO RT-TRAN-REC.
007181            MOVE RI-ENROLL-NO              TO RT-ENROLL-NO.
007182            MOVE WS-CURRENT-DATE-DATA(1:8) TO RT-TRAN-DATE.
007183            MOVE "C"                       TO RT-TRAN-TYPE.
007184            MOVE WS-CRS-FEE-AMT            TO RT-AMOUNT.
007185            MOVE "D"                       TO RT-DRCR.
007186            STRING "COURSE FEE "  DELIMITED BY SIZE
007187                   RI-COURSE-CODE DELIMITED BY SIZE
007188                   INTO RT-DESC
007190            END-STRING.
007191            WRITE RT-TRAN-REC.
007192       ******************************************************************
007193       * RECORD THE CHARGE ON THE FEELEDG COURSE FEE LEDGER FOR THE
007194       * CEXM1060 PER-COURSE FEE REGISTER.
007195       ******************************************************************
007196        25800-LOG-LEDGER-PARA.
007197            MOVE SPACES                    TO FL-LEDG-REC.
007198            MOVE RI-ENROLL-NO              TO FL-ENROLL-NO.
007199            MOVE RI-COURSE-CODE            TO FL-COURSE-CODE.
007200            MOVE WS-TERM-CODE              TO FL-TERM-CODE.
007201            MOVE CS-FEE-CODE               TO FL-FEE-CODE.
007202            MOVE "C"                       TO FL-ENTRY-TYPE.
007203            MOVE WS-CRS-FEE-AMT            TO FL-FEE-AMT.
007205            MOVE WS-CRS-FEE-AMT            TO FL-AMOUNT.
007206            MOVE 100                       TO FL-REFUND-PCT.
007207            MOVE WS-CURRENT-DATE-DATA(1:8) TO FL-POST-DATE.
007208            MOVE "CEXM929"                 TO FL-PROGRAM.
007209            WRITE FL-LEDG-REC.
007210       ******************************************************************
007211       * A WRITE/REWRITE FAILURE ON REGFILE IS ROUTED THROUGH THE
007212       * SHARED SPGMABND ABEND CHECK.
007213       ******************************************************************
007214        28000-REG-IO-ERROR-PARA.
007215            DISPLAY "REGFILE UPDATE ERROR - STATUS " WS-REG-FS
007216                " - KEY " RG-REG-KEY.
007217            MOVE "CEXM929"                 TO LK-PGM-ID.
007218            MOVE "REGFILE"                 TO LK-FILE-ID.
007220            MOVE WS-REG-FS                 TO LK-FILE-STATUS.
007230            CALL 'SPGMABND'                USING LK-ABEND-PARMS.
007240            IF  LK-ABEND-YES
007580            DISPLAY "PREREQS OVERRIDDEN     : " WS-OVERRIDE-COUNT.
007590            DISPLAY "PLACED ON WAITLIST     : " WS-WAIT-COUNT.
007600            DISPLAY "FINANCIAL HOLD REJECTS : " WS-HOLD-REJ-COUNT.
007602            DISPLAY "COURSE FEES CHARGED    : " WS-FEE-CHG-COUNT.
007605            DISPLAY "COURSE FEE AMOUNT      : " WS-FEE-CHG-TOTAL.
007607            DISPLAY "FEE CODES NOT ON FILE  : " WS-FEE-UNKNOWN-COUNT.
007610            CLOSE REG-IN-FILE.
007620            CLOSE CRS-FILE.
007630            CLOSE SECT-FILE.
007690                CLOSE HOLD-FILE
007700            END-IF.
007710            CLOSE REG-FILE.
007711            IF  WS-FEE-AVAIL               = "YES"
007712                CLOSE FEE-FILE
007714            END-IF.
007715            CLOSE RECV-FILE.
007717            CLOSE TRAN-FILE.
007718            CLOSE LEDG-FILE.
007720            CLOSE EXCEPTION-FILE.
