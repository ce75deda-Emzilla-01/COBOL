000140       *      INVPRINT
000150       *    - WRITES ONE OPEN RECEIVABLE PER STUDENT TO THE RECVFILE
000160       *      RECEIVABLES FILE (KEYED ON ENROLL NUMBER) SO CEXM934 CAN
000170       *      APPLY PAYMENTS LATER. A RERUN ADDS ITS INVOICE TO THE
000180       *      OPEN RECEIVABLE AND KEEPS THE PAYMENTS ALREADY APPLIED.
000181       *    - A CHILD LINKED TO A CEXM1061 HOUSEHOLD WHO IS NOT THE
000182       *      FIRST OF ITS HOUSEHOLD BILLED IN THE RUN (ENROLL NUMBER
000184       *      ORDER) GETS THE SIBDISC SIBLING DISCOUNT FOR ITS PLACE -
000185       *      THE HIGHEST SCHEDULE RANK NOT ABOVE IT, SO A RANK 03 ROW
000187       *      COVERS THE THIRD AND LATER CHILDREN - AS A SEPARATE CREDIT
000188       *      LINE, JOURNALED AS TYPE H.
000190       * FEEFILE : JEBA02.EMY.COBOL.FEEFILE
000200       * ADDFILE : JEBA02.EMY.COBOL.ADDRFILE
000210       * STUDOUT : JEBA02.EMY.COBOL.STUDFILE (INDEXED ON ENROLL NO)
000220       * INVPRINT: JEBA02.EMY.COBOL.INVPRINT
000230       * RECVFILE: JEBA02.EMY.COBOL.RECVFILE (INDEXED ON ENROLL NO)
000233       * HHFILE  : JEBA02.EMY.COBOL.HHFILE (INDEXED ON HOUSEHOLD NO)
000236       * SIBDISC : JEBA02.EMY.COBOL.SIBDISC (SIBLING DISCOUNT SCHEDULE)
000240       * ----------------------------------------------------------------
000250       * PRJ NO    NAME     DATE          MAINT DESC.
000260       * ----------------------------------------------------------------
000380       * JEBA02    EMY     09/13/2026    EVERY INVOICE NOW JOURNALED TO
000390       *                                 RECVTRAN (TYPE I DEBIT) FOR
000400       *                                 CEXM997'S GL EXPORT.
000401       * JEBA02    EMY     09/26/2026    SIBLING DISCOUNT FROM THE
000402       *                                 SIBDISC SCHEDULE FOR THE SECOND
000403       *                                 AND LATER CHILD OF A HHFILE
000404       *                                 HOUSEHOLD: A CREDIT LINE ON THE
000405       *                                 INVOICE, A NET RECEIVABLE AND A
000406       *                                 TYPE H CREDIT ON RECVTRAN. BOTH
000407       *                                 FILES ARE OPTIONAL.
000408       * JEBA02    EMY     09/26/2026    RV-COLL-FLAG/RV-COLL-DATE CARVED
000409       *                                 FOR CEXM1064 AGENCY PLACEMENT -
000410       *                                 CLEARED ON A FRESH INVOICE.
000411       * JEBA02    EMY     09/26/2026    A REBILL NO LONGER OVERWRITES
000412       *                                 THE RECEIVABLE: THE NEW NET
000413       *                                 INVOICE IS ADDED TO WHAT IS ON
000414       *                                 IT (COURSE FEES, LOST-ITEM AND
000415       *                                 MEAL CHARGES, ANY OPEN BALANCE)
000416       *                                 AND PAYMENTS ARE KEPT, SO
000417       *                                 RECVFILE AGREES WITH RECVTRAN.
000418       * JEBA02    EMY     09/26/2026    HEADER TEXT MATCHES THE REBILL.
000419       ******************************************************************
000420        ENVIRONMENT DIVISION.
000430        INPUT-OUTPUT SECTION.
000440        FILE-CONTROL.
000740                ORGANIZATION IS SEQUENTIAL
000750                ACCESS MODE IS SEQUENTIAL
000760                FILE STATUS IS WS-TRAN-FS.
000761            SELECT HH-FILE
000763                ASSIGN TO HHFILE
000764                ORGANIZATION IS INDEXED
000766                ACCESS MODE IS SEQUENTIAL
000767                RECORD KEY IS HH-HOUSEHOLD-NO
000769                FILE STATUS IS WS-HH-FS.
000770            SELECT SIB-FILE
000772                ASSIGN TO SIBDISC
000773                ORGANIZATION IS SEQUENTIAL
000775                ACCESS MODE IS SEQUENTIAL
000776                FILE STATUS IS WS-SIB-FS.
000778        DATA DIVISION.
000780        FILE SECTION.
000790        FD  FEE-FILE.
000800        01  FE-FEE-REC.
001150            05  RV-STATUS                 PIC X(01).
001160            05  RV-PLAN-FLAG              PIC X(01).
001170            05  RV-LATE-FEE-AMT           PIC 9(05)V9(02).
001175            05  RV-COLL-FLAG              PIC X(01).
001180            05  RV-COLL-DATE              PIC X(08).
001185            05  FILLER                    PIC X(24).
001190        FD  TRAN-FILE.
001200        01  RT-TRAN-REC.
001210            05  RT-ENROLL-NO              PIC 9(06).
001250            05  RT-DRCR                   PIC X(01).
001260            05  RT-DESC                   PIC X(20).
001270            05  FILLER                    PIC X(35).
001271        FD  HH-FILE.
001272        01  HH-HH-REC.
001273            05  HH-HOUSEHOLD-NO           PIC 9(06).
001275            05  HH-GUARDIAN-NAME          PIC X(30).
001276            05  HH-STREET                 PIC X(30).
001277            05  HH-CITY                   PIC X(20).
001279            05  HH-STATE                  PIC X(10).
001280            05  HH-ZIPCODE                PIC 9(08).
001281            05  HH-COUNTRY                PIC X(15).
001283            05  HH-MEMBER-COUNT           PIC 9(02).
001284            05  HH-MEMBER-ENROLL-NO       PIC 9(06) OCCURS 8 TIMES.
001285            05  HH-ADD-DATE               PIC X(08).
001286            05  HH-CHANGE-DATE            PIC X(08).
001288            05  FILLER                    PIC X(15).
001289        FD  SIB-FILE.
001290        01  SD-SIB-REC.
001292            05  SD-CHILD-RANK             PIC 9(02).
001293            05  SD-DISC-PCT               PIC 9(02)V9(02).
001294            05  SD-DESC                   PIC X(30).
001296            05  FILLER                    PIC X(44).
001297        WORKING-STORAGE SECTION.
001298        01  WS-FEE-FS                     PIC X(02).
001300        01  WS-ADDR-FS                    PIC X(02).
001310        01  WS-STUD-FS                    PIC X(02).
001320        01  WS-INVOICE-FS                 PIC X(02).
001330        01  WS-RECV-FS                    PIC X(02).
001340        01  WS-TRAN-FS                    PIC X(02).
001341        01  WS-HH-FS                      PIC X(02).
001342        01  WS-SIB-FS                     PIC X(02).
001344        01  WS-HH-EOF                     PIC X(03) VALUE "NO".
001345        01  WS-SIB-EOF                    PIC X(03) VALUE "NO".
001347        01  WS-HH-AVAIL                   PIC X(03) VALUE "YES".
001348        01  WS-SIB-AVAIL                  PIC X(03) VALUE "YES".
001350        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001360        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
001370        01  WS-FEE-EOF                    PIC X(03) VALUE "NO".
001580        01  WS-INVOICE-TOTAL              PIC 9(07)V9(02).
001590        01  WS-STUD-COUNT                 PIC 9(06) VALUE 0.
001600        01  WS-SKIP-COUNT                 PIC 9(06) VALUE 0.
001601       * SIBLING DISCOUNT SCHEDULE, LINKED CHILDREN AND THE NUMBER OF
001602       * EACH HOUSEHOLD'S CHILDREN BILLED SO FAR THIS RUN.
001603        01  WS-SD-COUNT                   PIC 9(02) VALUE 0.
001605        01  WS-SD-TABLE.
001606            05  WS-SD-ENTRY               OCCURS 10 TIMES.
001607                10  WS-SD-RANK            PIC 9(02).
001608                10  WS-SD-PCT             PIC 9(02)V9(02).
001610                10  WS-SD-DESC            PIC X(30).
001611        01  WS-SD-SUB                     PIC 9(02).
001612        01  WS-SD-HIT                     PIC 9(02).
001613        01  WS-HB-COUNT                   PIC 9(04) VALUE 0.
001615        01  WS-HB-TABLE.
001616            05  WS-HB-ENTRY               OCCURS 2000 TIMES.
001617                10  WS-HB-HOUSEHOLD-NO    PIC 9(06).
001618                10  WS-HB-BILLED          PIC 9(02).
001620        01  WS-HL-COUNT                   PIC 9(04) VALUE 0.
001621        01  WS-HL-TABLE.
001622            05  WS-HL-ENTRY               OCCURS 9999 TIMES.
001623                10  WS-HL-ENROLL-NO       PIC 9(06).
001625                10  WS-HL-HB-SUB          PIC 9(04).
001626        01  WS-HL-SUB                     PIC 9(04).
001627        01  WS-HL-HIT                     PIC 9(04).
001628        01  WS-MEM-SUB                    PIC 9(02).
001630        01  WS-CHILD-RANK                 PIC 9(02).
001631        01  WS-DISC-AMT                   PIC 9(07)V9(02).
001632        01  WS-NET-TOTAL                  PIC 9(07)V9(02).
001633        01  WS-DISC-COUNT                 PIC 9(06) VALUE 0.
001635        01  WS-DISC-TOTAL                 PIC 9(09)V9(02) VALUE 0.
001636        01  WS-BORDER                     PIC X(60) VALUE ALL "*".
001637        01  WS-INV-HEADER.
001638            05 FILLER                     PIC X(16)
001640                                          VALUE "TUITION INVOICE ".
001650            05 FILLER                     PIC X(02) VALUE "# ".
001660            05 WS-IH-INVOICE-NO           PIC 9(06).
001930            05 WS-FL-DESC                 PIC X(30).
001940            05 WS-FL-AMOUNT               PIC $$$,$$9.99.
001950            05 FILLER                     PIC X(33) VALUE SPACES.
001951        01  WS-DISC-LINE.
001952            05 FILLER                     PIC X(02) VALUE SPACES.
001953            05 FILLER                     PIC X(04) VALUE "SIBD".
001954            05 FILLER                     PIC X(01) VALUE SPACES.
001955            05 WS-DL-DESC                 PIC X(30).
001956            05 WS-DL-AMOUNT               PIC $$$,$$9.99.
001957            05 FILLER                     PIC X(03) VALUE " CR".
001958            05 FILLER                     PIC X(30) VALUE SPACES.
001960        01  WS-TOTAL-LINE.
001970            05 FILLER                     PIC X(17)
001980                                          VALUE "TOTAL DUE      : ".
002100                    UNTIL WS-FEE-EOF       = "YES"
002110                PERFORM 14000-LOAD-ADDR-PARA
002120                    UNTIL WS-ADDR-EOF      = "YES"
002121                IF  WS-SIB-AVAIL           = "YES"
002122                    PERFORM 16000-LOAD-SIB-PARA
002123                        UNTIL WS-SIB-EOF   = "YES"
002124                END-IF
002125                IF  WS-HH-AVAIL            = "YES"
002126                    PERFORM 18000-LOAD-HH-PARA
002127                        UNTIL WS-HH-EOF    = "YES"
002128                END-IF
002130            END-IF.
002140            PERFORM 20000-PROCESS-PARA
002150              UNTIL WS-ERROR-FLAG = "YES"
002670               IF  LK-ABEND-YES
002680                   MOVE 16                TO RETURN-CODE
002690                   MOVE "YES"             TO WS-ERROR-FLAG
002691               END-IF
002692            END-IF.
002693       * NO HOUSEHOLD MASTER OR NO DISCOUNT SCHEDULE SIMPLY MEANS NO
002694       * SIBLING DISCOUNTS.
002695            OPEN INPUT HH-FILE.
002696            IF WS-HH-FS                    = "35"
002697               MOVE "NO"                   TO WS-HH-AVAIL
002698            ELSE
002699               IF WS-HH-FS                 NOT = "00"
002700                  DISPLAY "HHFILE ACCESS ERROR."
002701                  MOVE "CEXM933"           TO LK-PGM-ID
002702                  MOVE "HHFILE"            TO LK-FILE-ID
002703                  MOVE WS-HH-FS            TO LK-FILE-STATUS
002704                  CALL 'SPGMABND'          USING LK-ABEND-PARMS
002705                  IF  LK-ABEND-YES
002706                      MOVE 16              TO RETURN-CODE
002707                      MOVE "YES"           TO WS-ERROR-FLAG
002708                  END-IF
002710               END-IF
002711            END-IF.
002712            OPEN INPUT SIB-FILE.
002713            IF WS-SIB-FS                   = "35"
002714               MOVE "NO"                   TO WS-SIB-AVAIL
002715            ELSE
002716               IF WS-SIB-FS                NOT = "00"
002717                  DISPLAY "SIBDISC ACCESS ERROR."
002718                  MOVE "CEXM933"           TO LK-PGM-ID
002719                  MOVE "SIBDISC"           TO LK-FILE-ID
002720                  MOVE WS-SIB-FS           TO LK-FILE-STATUS
002721                  CALL 'SPGMABND'          USING LK-ABEND-PARMS
002722                  IF  LK-ABEND-YES
002723                      MOVE 16              TO RETURN-CODE
002724                      MOVE "YES"           TO WS-ERROR-FLAG
002725                  END-IF
002726               END-IF
002727            END-IF.
002728       * THE RECEIVABLES ACTIVITY JOURNAL GROWS ACROSS RUNS FOR
002730       * CEXM997.
002740            OPEN EXTEND TRAN-FILE.
002750            IF WS-TRAN-FS = "05" OR WS-TRAN-FS = "35"
003440                END-IF
003450            END-READ.
003460       ******************************************************************
003461       * LOAD THE SIBLING DISCOUNT SCHEDULE. A RANK BELOW 2 OR A
003462       * PERCENTAGE NOT NUMERIC IS IGNORED.
003463       ******************************************************************
003464        16000-LOAD-SIB-PARA.
003465            READ SIB-FILE
003466            AT END
003467                MOVE "YES"                 TO WS-SIB-EOF
003468            NOT AT END
003469                EVALUATE TRUE
003470                    WHEN SD-CHILD-RANK     NOT NUMERIC
003472                        OR SD-CHILD-RANK   < 2
003473                        OR SD-DISC-PCT     NOT NUMERIC
003474                        DISPLAY "SIBDISC ROW IGNORED - RANK "
003475                            SD-CHILD-RANK " PCT " SD-DISC-PCT
003476                    WHEN WS-SD-COUNT       = 10
003477                        DISPLAY "SIBLING DISCOUNT TABLE FULL AT 10"
003478                            " ENTRIES - REMAINING ROWS NOT LOADED."
003479                    WHEN OTHER
003480                        ADD 1              TO WS-SD-COUNT
003481                        MOVE SD-CHILD-RANK TO WS-SD-RANK(WS-SD-COUNT)
003482                        MOVE SD-DISC-PCT   TO WS-SD-PCT(WS-SD-COUNT)
003484                        MOVE SD-DESC       TO WS-SD-DESC(WS-SD-COUNT)
003485                        IF  SD-DESC        = SPACES
003486                            MOVE "SIBLING DISCOUNT"
003487                                TO WS-SD-DESC(WS-SD-COUNT)
003488                        END-IF
003489                END-EVALUATE
003490            END-READ.
003491       ******************************************************************
003492       * TABLE EVERY HOUSEHOLD AND ITS LINKED CHILDREN.
003493       ******************************************************************
003495        18000-LOAD-HH-PARA.
003496            READ HH-FILE
003497            AT END
003498                MOVE "YES"                 TO WS-HH-EOF
003499            NOT AT END
003500                IF  WS-HB-COUNT            = 2000
003501                    DISPLAY "HOUSEHOLD TABLE FULL AT 2000 - HOUSEHOLD "
003502                        HH-HOUSEHOLD-NO " GETS NO DISCOUNT."
003503                ELSE
003504                    ADD 1                  TO WS-HB-COUNT
003505                    MOVE HH-HOUSEHOLD-NO
003507                        TO WS-HB-HOUSEHOLD-NO(WS-HB-COUNT)
003508                    MOVE 0                 TO WS-HB-BILLED(WS-HB-COUNT)
003509                    PERFORM 18100-LOAD-MEMBER-PARA
003510                        VARYING WS-MEM-SUB FROM 1 BY 1
003511                        UNTIL WS-MEM-SUB   > HH-MEMBER-COUNT
003512                END-IF
003513            END-READ.
003514        18100-LOAD-MEMBER-PARA.
003515            IF  WS-HL-COUNT                < 9999
003516                ADD 1                      TO WS-HL-COUNT
003517                MOVE HH-MEMBER-ENROLL-NO(WS-MEM-SUB)
003519                    TO WS-HL-ENROLL-NO(WS-HL-COUNT)
003520                MOVE WS-HB-COUNT           TO WS-HL-HB-SUB(WS-HL-COUNT)
003521            END-IF.
003522       ******************************************************************
003523       * READ ONE STUDENT. ACTIVE STUDENTS (STATUS NOT G/W) GET AN
003524       * INVOICE AND AN OPEN RECEIVABLE; INACTIVE ONES ARE SKIPPED.
003525       ******************************************************************
003526        20000-PROCESS-PARA.
003527            READ STUD-FILE
003528            AT END
003530                MOVE "YES"                 TO WS-ENDOFFILE
003540            NOT AT END
003550                IF FS-STUD-STATUS = "G" OR FS-STUD-STATUS = "W"
003930                WRITE IV-INVOICE-REC
003940                ADD WS-FT-AMOUNT(WS-FEE-SUB) TO WS-INVOICE-TOTAL
003950            END-PERFORM.
003952            PERFORM 22500-SIBLING-PARA.
003954            IF  WS-DISC-AMT                > 0
003956                MOVE WS-SD-DESC(WS-SD-HIT) TO WS-DL-DESC
003958                MOVE WS-DISC-AMT           TO WS-DL-AMOUNT
003960                MOVE WS-DISC-LINE          TO IV-INVOICE-REC
003962                WRITE IV-INVOICE-REC
003964            END-IF.
003966            COMPUTE WS-NET-TOTAL = WS-INVOICE-TOTAL - WS-DISC-AMT.
003968            MOVE WS-NET-TOTAL              TO WS-TL-TOTAL.
003970            MOVE WS-TOTAL-LINE             TO IV-INVOICE-REC.
003980            WRITE IV-INVOICE-REC.
003990            MOVE WS-BORDER                 TO IV-INVOICE-REC.
004000            WRITE IV-INVOICE-REC.
004001       ******************************************************************
004002       * THE STUDENT'S PLACE AMONG ITS HOUSEHOLD'S CHILDREN BILLED THIS
004003       * RUN, AND THE DISCOUNT FOR THAT PLACE - THE SCHEDULE ROW WITH
004004       * THE HIGHEST RANK NOT ABOVE IT. NEVER MORE THAN THE TUITION.
004005       ******************************************************************
004006        22500-SIBLING-PARA.
004007            MOVE 0                         TO WS-DISC-AMT.
004008            MOVE 0                         TO WS-SD-HIT.
004009            MOVE 0                         TO WS-HL-HIT.
004010            PERFORM 22600-FIND-LINK-PARA
004011                VARYING WS-HL-SUB FROM 1 BY 1
004012                UNTIL WS-HL-SUB            > WS-HL-COUNT
004013                OR    WS-HL-HIT            > 0.
004014            IF  WS-HL-HIT                  > 0
004015                ADD 1 TO WS-HB-BILLED(WS-HL-HB-SUB(WS-HL-HIT))
004017                MOVE WS-HB-BILLED(WS-HL-HB-SUB(WS-HL-HIT))
004018                                           TO WS-CHILD-RANK
004019                PERFORM 22700-CHECK-RANK-PARA
004020                    VARYING WS-SD-SUB FROM 1 BY 1
004021                    UNTIL WS-SD-SUB        > WS-SD-COUNT
004022                IF  WS-SD-HIT              > 0
004023                    COMPUTE WS-DISC-AMT ROUNDED =
004024                        WS-INVOICE-TOTAL * WS-SD-PCT(WS-SD-HIT) / 100
004025                    IF  WS-DISC-AMT        > WS-INVOICE-TOTAL
004026                        MOVE WS-INVOICE-TOTAL TO WS-DISC-AMT
004027                    END-IF
004028                END-IF
004029            END-IF.
004030        22600-FIND-LINK-PARA.
004031            IF  WS-HL-ENROLL-NO(WS-HL-SUB) = FS-ENROLL-NO
004032                MOVE WS-HL-SUB             TO WS-HL-HIT
004034            END-IF.
004035        22700-CHECK-RANK-PARA.
004036            IF  WS-SD-RANK(WS-SD-SUB)      <= WS-CHILD-RANK
004037                IF  WS-SD-HIT              = 0
004038                    MOVE WS-SD-SUB         TO WS-SD-HIT
004039                ELSE
004040                    IF  WS-SD-RANK(WS-SD-SUB) > WS-SD-RANK(WS-SD-HIT)
004041                        MOVE WS-SD-SUB     TO WS-SD-HIT
004042                    END-IF
004043                END-IF
004044            END-IF.
004045       ******************************************************************
004046       * FIND THE STUDENT'S MAILING ADDRESS IN THE ADDRESS TABLE.
004047       ******************************************************************
004048        23000-FIND-ADDR-PARA.
004050            MOVE "NO"                      TO WS-ADDR-FOUND.
004060            PERFORM VARYING WS-ADDR-SUB FROM 1 BY 1
004070                UNTIL WS-ADDR-SUB          > WS-ADDR-COUNT
004200            MOVE FS-ENROLL-NO              TO RV-ENROLL-NO.
004210            MOVE WS-INVOICE-NO             TO RV-INVOICE-NO.
004220            MOVE WS-CURRENT-DATE-DATA(1:8) TO RV-INVOICE-DATE.
004230            MOVE WS-NET-TOTAL              TO RV-BILLED-AMT.
004240            MOVE 0                         TO RV-PAID-AMT.
004250            MOVE "O"                       TO RV-STATUS.
004260            MOVE SPACE                     TO RV-PLAN-FLAG.
004270            MOVE 0                         TO RV-LATE-FEE-AMT.
004273            MOVE SPACE                     TO RV-COLL-FLAG.
004276            MOVE SPACES                    TO RV-COLL-DATE.
004280            WRITE RV-RECV-REC
004290                INVALID KEY
004292                    READ RECV-FILE
004295                        INVALID KEY
004297                            CONTINUE
004300                        NOT INVALID KEY
004302                            PERFORM 24100-CARRY-RECV-PARA
004305                            REWRITE RV-RECV-REC
004307                    END-READ
004310                    IF WS-RECV-FS          NOT = "00"
004320                        DISPLAY "RECVFILE REWRITE ERROR - STATUS "
004330                            WS-RECV-FS " - ENROLL NO " FS-ENROLL-NO
004420                    END-IF
004430            END-WRITE.
004440            PERFORM 26000-LOG-TRAN-PARA.
004442            IF  WS-DISC-AMT                > 0
004443                PERFORM 26500-LOG-DISC-PARA
004444            END-IF.
004445       ******************************************************************
004446       * THE STUDENT ALREADY HAS A RECEIVABLE: ADD THE NEW INVOICE TO
004447       * WHAT IS BILLED ON IT AND KEEP WHAT HAS BEEN PAID. A PLAN AND
004448       * THE LATE-FEE CAP BELONG TO ONE INVOICE AND START AGAIN; AN
004449       * AGENCY PLACEMENT STAYS WHILE A BALANCE IS CARRIED.
004450       ******************************************************************
004451        24100-CARRY-RECV-PARA.
004452            IF  RV-BILLED-AMT              NOT > RV-PAID-AMT
004453                MOVE SPACE                 TO RV-COLL-FLAG
004454                MOVE SPACES                TO RV-COLL-DATE
004456            END-IF.
004457            MOVE WS-INVOICE-NO             TO RV-INVOICE-NO.
004458            MOVE WS-CURRENT-DATE-DATA(1:8) TO RV-INVOICE-DATE.
004459            ADD WS-NET-TOTAL               TO RV-BILLED-AMT.
004460            IF  RV-PAID-AMT                < RV-BILLED-AMT
004461                MOVE "O"                   TO RV-STATUS
004462            ELSE
004463                MOVE "C"                   TO RV-STATUS
004464            END-IF.
004465            MOVE SPACE                     TO RV-PLAN-FLAG.
004466            MOVE 0                         TO RV-LATE-FEE-AMT.
004467       ******************************************************************
004468       * JOURNAL THE INVOICE TO THE RECVTRAN ACTIVITY FILE.
004470       ******************************************************************
004480        26000-LOG-TRAN-PARA.
004490            MOVE SPACES                    TO RT-TRAN-REC.
004550            MOVE "TUITION INVOICE"         TO RT-DESC.
004560            WRITE RT-TRAN-REC.
004570       ******************************************************************
004571       * JOURNAL THE SIBLING DISCOUNT AS ITS OWN CREDIT.
004572       ******************************************************************
004573        26500-LOG-DISC-PARA.
004575            MOVE SPACES                    TO RT-TRAN-REC.
004576            MOVE FS-ENROLL-NO              TO RT-ENROLL-NO.
004577            MOVE WS-CURRENT-DATE-DATA(1:8) TO RT-TRAN-DATE.
004578            MOVE "H"                       TO RT-TRAN-TYPE.
004580            MOVE WS-DISC-AMT               TO RT-AMOUNT.
004581            MOVE "C"                       TO RT-DRCR.
004582            MOVE "SIBLING DISCOUNT"        TO RT-DESC.
004583            WRITE RT-TRAN-REC.
004585            ADD 1                          TO WS-DISC-COUNT.
004586            ADD WS-DISC-AMT                TO WS-DISC-TOTAL.
004587       ******************************************************************
004588       * DISPLAY COUNTS AND CLOSE THE FILES.
004590       ******************************************************************
004600        30000-CLOSE-PARA.
004610            DISPLAY "INVOICES GENERATED : " WS-STUD-COUNT.
004620            DISPLAY "INACTIVE SKIPPED   : " WS-SKIP-COUNT.
004623            DISPLAY "SIBLING DISCOUNTS  : " WS-DISC-COUNT.
004626            DISPLAY "DISCOUNT AMOUNT    : " WS-DISC-TOTAL.
004630            CLOSE FEE-FILE.
004640            CLOSE ADDR-FILE.
004650            CLOSE STUD-FILE.
004660            CLOSE INVOICE-FILE.
004670            CLOSE RECV-FILE.
004680            CLOSE TRAN-FILE.
004690            IF  WS-HH-AVAIL                = "YES"
004700                CLOSE HH-FILE
004710            END-IF.
004720            IF  WS-SIB-AVAIL               = "YES"
004730                CLOSE SIB-FILE
004740            END-IF.
