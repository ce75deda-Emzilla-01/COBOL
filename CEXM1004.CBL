000140       *  TO PAYSLIPS: THIS PERIOD'S REGULAR AND OVERTIME HOURS
000150       *  FROM PAYHOURS, GROSS, EACH DEDFILE LINE BY NAME, NET, AND
000160       *  THE YTD COLUMN ALONGSIDE - EDITED WITH THE CEXM405-STYLE
000165       *  CURRENCY PICTURES THE CREW REPORT ALREADY USES. THE SAME
000170       *  FIGURES GO TO THE PAYSTUB EXTRACT, ONE RECORD PER EMPLOYEE,
000175       *  FOR THE CEXM1068 CHECK STUBS.
000180       * EMPIN   : JEBA02.EMY.COBOL.EMPIN
000190       * DEDFILE : JEBA02.EMY.COBOL.DEDFILE
000200       * PAYHOURS: JEBA02.EMY.COBOL.PAYHOURS
000210       * PAYYTD  : JEBA02.EMY.COBOL.PAYYTD (INDEXED ON EMP NO)
000220       * PAYSLIPS: JEBA02.EMY.COBOL.PAYSLIPS
000222       * PAYSTUB : JEBA02.EMY.COBOL.PAYSTUB
000224       * GARNORD : JEBA02.EMY.COBOL.GARNORD (INDEXED ON EMP + ORDER)
000226       * GARNREG : JEBA02.EMY.COBOL.GARNREG
000228       * GARNPAY : JEBA02.EMY.COBOL.GARNPAY
000230       * ----------------------------------------------------------------
000240       * PRJ NO    NAME     DATE          MAINT DESC.
000250       * ----------------------------------------------------------------
000290       *                                 CEXM947 DOES - DEDFILE TYPE T
000300       *                                 FLATS APPLY ONLY WHEN THERE
000310       *                                 IS NO TAXTBL.
000311       * JEBA02    EMY     09/26/2026    PAYSTUB EXTRACT OF EACH
000312       *                                 EMPLOYEE'S PAYSLIP FIGURES FOR
000313       *                                 THE CEXM1068 CHECK STUBS.
000314       * JEBA02    EMY     09/26/2026    PAYYTD NOW COUNTS THE PERIODS
000315       *                                 ROLLED AND KEEPS THE LAST
000316       *                                 PERIOD'S GROSS AND NET; THE
000317       *                                 PRIOR PERIOD'S FIGURES GO ON
000318       *                                 PAYSTUB FOR THE CEXM1071
000319       *                                 VARIANCE EDIT.
000320       * JEBA02    EMY     09/26/2026    COURT-ORDERED GARNISHMENTS FROM
000321       *                                 THE GARNORD ORDER FILE, BY
000322       *                                 SPGM1002 AS IN CEXM947, GO IN
000323       *                                 OTHER DEDUCTIONS; EACH ORDER'S
000324       *                                 BALANCE IS REDUCED AND SHOWN ON
000325       *                                 THE PAYSLIP, AND THE PERIOD'S
000326       *                                 GARNREG REMITTANCE REGISTER AND
000327       *                                 GARNPAY AGENCY FILE ARE WRITTEN.
000328       ******************************************************************
000330        ENVIRONMENT DIVISION.
000340        INPUT-OUTPUT SECTION.
000350        FILE-CONTROL.
000640                ORGANIZATION IS SEQUENTIAL
000650                ACCESS MODE IS SEQUENTIAL
000660                FILE STATUS IS WS-SLIP-FS.
000661            SELECT STUB-FILE
000662                ASSIGN TO PAYSTUB
000663                ORGANIZATION IS SEQUENTIAL
000665                ACCESS MODE IS SEQUENTIAL
000666                FILE STATUS IS WS-STUB-FS.
000667            SELECT GARN-FILE
000668                ASSIGN TO GARNORD
000670                ORGANIZATION IS INDEXED
000671                ACCESS MODE IS DYNAMIC
000672                RECORD KEY IS GO-KEY
000673                FILE STATUS IS WS-GARN-FS.
000675            SELECT GREG-FILE
000676                ASSIGN TO GARNREG
000677                ORGANIZATION IS SEQUENTIAL
000678                ACCESS MODE IS SEQUENTIAL
000680                FILE STATUS IS WS-GREG-FS.
000681            SELECT GPAY-FILE
000682                ASSIGN TO GARNPAY
000683                ORGANIZATION IS SEQUENTIAL
000685                ACCESS MODE IS SEQUENTIAL
000686                FILE STATUS IS WS-GPAY-FS.
000687        DATA DIVISION.
000688        FILE SECTION.
000690        FD  EMP-FILE.
000700        01  FS-EMP-REC.
000710            05  FS-EMP-NO                 PIC 9(04).
001040            05  YT-OTHER                  PIC 9(07)V9(02).
001050            05  YT-OT-HOURS               PIC 9(05)V9(01).
001060            05  YT-NET                    PIC S9(09)V9(02).
001065            05  YT-PERIODS                PIC 9(03).
001070            05  YT-LAST-GROSS             PIC 9(07)V9(02).
001075            05  YT-LAST-NET               PIC S9(07)V9(02).
001080        FD  SLIP-FILE.
001081        01  SL-SLIP-REC                   PIC X(80).
001082        FD  STUB-FILE.
001083        01  ST-STUB-REC.
001084            05  ST-EMP-NO                 PIC 9(04).
001085            05  ST-EMP-NAME               PIC X(20).
001086            05  ST-DEPT-NO                PIC 9(02).
001087            05  ST-PERIOD-DATE            PIC X(08).
001088            05  ST-REG-HOURS              PIC 9(05).
001089            05  ST-OT-HOURS               PIC 9(05).
001090            05  ST-GROSS                  PIC 9(09)V9(02).
001091            05  ST-TAX                    PIC 9(07)V9(02).
001092            05  ST-INS                    PIC 9(07)V9(02).
001093            05  ST-OTHER                  PIC 9(07)V9(02).
001094            05  ST-NET                    PIC S9(09)V9(02).
001095            05  ST-YTD-GROSS              PIC 9(09)V9(02).
001096            05  ST-YTD-NET                PIC S9(09)V9(02).
001097            05  ST-PRIOR-GROSS            PIC 9(09)V9(02).
001098            05  ST-PRIOR-NET              PIC S9(09)V9(02).
001099            05  FILLER                    PIC X(03).
001100        FD  GARN-FILE.
001101        01  GO-ORDER-REC.
001102            05  GO-KEY.
001104                10  GO-EMP-NO             PIC 9(04).
001105                10  GO-ORDER-NO           PIC X(06).
001106            05  GO-ORDER-TYPE             PIC X(01).
001107            05  GO-PRIORITY               PIC 9(02).
001108            05  GO-METHOD                 PIC X(01).
001109            05  GO-AMOUNT                 PIC 9(05)V9(02).
001110            05  GO-PERCENT                PIC 9(02)V9(02).
001111            05  GO-TOTAL-OWED             PIC 9(07)V9(02).
001112            05  GO-BALANCE                PIC 9(07)V9(02).
001113            05  GO-PAYEE-ID               PIC X(08).
001114            05  GO-PAYEE-NAME             PIC X(20).
001115            05  GO-STATUS                 PIC X(01).
001116            05  GO-LAST-DATE              PIC X(08).
001117        FD  GREG-FILE.
001118        01  GR-REG-REC                    PIC X(80).
001119        FD  GPAY-FILE.
001120        01  GP-PAY-REC.
001121            05  GP-REC-TYPE               PIC X(01).
001122            05  GP-PAYEE-ID               PIC X(08).
001123            05  FILLER                    PIC X(71).
001124        01  GP-HEADER-R REDEFINES GP-PAY-REC.
001125            05  FILLER                    PIC X(09).
001127            05  GP-H-PAYEE-NAME           PIC X(20).
001128            05  GP-H-PERIOD-DATE          PIC X(08).
001129            05  FILLER                    PIC X(43).
001130        01  GP-DETAIL-R REDEFINES GP-PAY-REC.
001131            05  FILLER                    PIC X(09).
001132            05  GP-D-EMP-NO               PIC 9(04).
001133            05  GP-D-EMP-NAME             PIC X(20).
001134            05  GP-D-ORDER-NO             PIC X(06).
001135            05  GP-D-ORDER-TYPE           PIC X(01).
001136            05  GP-D-AMOUNT               PIC 9(07)V9(02).
001137            05  GP-D-BALANCE              PIC 9(07)V9(02).
001138            05  FILLER                    PIC X(22).
001139        01  GP-TRAILER-R REDEFINES GP-PAY-REC.
001140            05  FILLER                    PIC X(09).
001141            05  GP-T-COUNT                PIC 9(05).
001142            05  GP-T-AMOUNT               PIC 9(09)V9(02).
001143            05  FILLER                    PIC X(55).
001144        WORKING-STORAGE SECTION.
001145        01  WS-EMP-FS                     PIC X(02).
001146        01  WS-DED-FS                     PIC X(02).
001147        01  WS-PAYHOURS-FS                PIC X(02).
001148        01  WS-YTD-FS                     PIC X(02).
001150        01  WS-SLIP-FS                    PIC X(02).
001155        01  WS-STUB-FS                    PIC X(02).
001160        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001170        01  WS-EMP-EOF                    PIC X(03) VALUE "NO".
001180        01  WS-DED-EOF                    PIC X(03) VALUE "NO".
001200        01  WS-TAX-EOF                    PIC X(03) VALUE "NO".
001210        01  WS-TAX-AVAIL                  PIC X(03) VALUE "YES".
001220        01  WS-HOURS-EOF                  PIC X(03) VALUE "NO".
001221        01  WS-GARN-FS                    PIC X(02).
001222        01  WS-GREG-FS                    PIC X(02).
001223        01  WS-GPAY-FS                    PIC X(02).
001224        01  WS-GARN-AVAIL                 PIC X(03) VALUE "YES".
001225        01  WS-GARN-DONE                  PIC X(03).
001226        01  WS-EMP-GARN                   PIC 9(07)V9(02).
001227        01  WS-GARN-SUB                   PIC 9(02).
001228       * THE PERIOD'S REMITTANCES, AND ONE ENTRY PER PAYEE AGENCY.
001229        01  WS-RM-COUNT                   PIC 9(04) VALUE 0.
001230        01  WS-RM-TABLE.
001231            05  WS-RM-ENTRY               OCCURS 5000 TIMES.
001232                10  WS-RM-PAYEE-ID        PIC X(08).
001233                10  WS-RM-EMP-NO          PIC 9(04).
001234                10  WS-RM-EMP-NAME        PIC X(20).
001235                10  WS-RM-ORDER-NO        PIC X(06).
001236                10  WS-RM-TYPE            PIC X(01).
001238                10  WS-RM-AMOUNT          PIC 9(07)V9(02).
001239                10  WS-RM-BALANCE         PIC 9(07)V9(02).
001240                10  WS-RM-OWED            PIC 9(07)V9(02).
001241        01  WS-RM-SUB                     PIC 9(04).
001242        01  WS-PY-COUNT                   PIC 9(03) VALUE 0.
001243        01  WS-PY-TABLE.
001244            05  WS-PY-ENTRY               OCCURS 500 TIMES.
001245                10  WS-PY-PAYEE-ID        PIC X(08).
001246                10  WS-PY-PAYEE-NAME      PIC X(20).
001247                10  WS-PY-COUNT-T         PIC 9(05).
001248                10  WS-PY-AMOUNT          PIC 9(09)V9(02).
001249        01  WS-PY-SUB                     PIC 9(03).
001250        01  WS-PY-HIT                     PIC 9(03).
001251        01  WS-GARN-TOTAL                 PIC 9(09)V9(02) VALUE 0.
001252        01  WS-GARN-ORDERS                PIC 9(05) VALUE 0.
001253        01  WS-BAL-EDIT                   PIC $$,$$$,$$9.99.
001254        01  WS-GARN-LINE.
001256            05 FILLER                     PIC X(03) VALUE SPACES.
001257            05 FILLER                     PIC X(14)
001258                                          VALUE "COURT ORDER ".
001259            05 WS-GL-ORDER-NO             PIC X(06).
001260            05 FILLER                     PIC X(08) VALUE SPACES.
001261            05 WS-GL-AMOUNT               PIC $$,$$$,$$9.99.
001262            05 FILLER                     PIC X(02) VALUE SPACES.
001263            05 WS-GL-BAL-LABEL            PIC X(14).
001264            05 WS-GL-BALANCE              PIC X(13).
001265            05 FILLER                     PIC X(07) VALUE SPACES.
001266        01  WS-GR-HEADER.
001267            05 FILLER                     PIC X(40)
001268               VALUE "GARNISHMENT REMITTANCE REGISTER - PERIOD".
001269            05 FILLER                     PIC X(01) VALUE SPACE.
001270            05 WS-GH-PERIOD               PIC X(08).
001271            05 FILLER                     PIC X(31) VALUE SPACES.
001272        01  WS-GR-PAYEE-LINE.
001274            05 FILLER                     PIC X(08) VALUE "PAYEE : ".
001275            05 WS-GP-PAYEE-ID             PIC X(08).
001276            05 FILLER                     PIC X(01) VALUE SPACE.
001277            05 WS-GP-PAYEE-NAME           PIC X(20).
001278            05 FILLER                     PIC X(43) VALUE SPACES.
001279        01  WS-GR-DETAIL.
001280            05 FILLER                     PIC X(02) VALUE SPACES.
001281            05 WS-GD-EMP-NO               PIC 9(04).
001282            05 FILLER                     PIC X(01) VALUE SPACE.
001283            05 WS-GD-EMP-NAME             PIC X(20).
001284            05 FILLER                     PIC X(01) VALUE SPACE.
001285            05 WS-GD-ORDER-NO             PIC X(06).
001286            05 FILLER                     PIC X(01) VALUE SPACE.
001287            05 WS-GD-TYPE                 PIC X(01).
001288            05 FILLER                     PIC X(01) VALUE SPACE.
001289            05 WS-GD-AMOUNT               PIC $$,$$$,$$9.99.
001290            05 FILLER                     PIC X(05) VALUE " BAL ".
001292            05 WS-GD-BALANCE              PIC X(13).
001293            05 FILLER                     PIC X(12) VALUE SPACES.
001294        01  WS-GR-TOTAL.
001295            05 WS-GT-LABEL                PIC X(26).
001296            05 FILLER                     PIC X(08) VALUE " ORDERS ".
001297            05 WS-GT-COUNT                PIC ZZ,ZZ9.
001298            05 FILLER                     PIC X(02) VALUE SPACES.
001299            05 WS-GT-AMOUNT               PIC $$$,$$$,$$9.99.
001300            05 FILLER                     PIC X(24) VALUE SPACES.
001301       * THE TAXTBL BRACKETS, ASCENDING BY FLOOR, AS IN CEXM947.
001302        01  WS-TAX-COUNT                  PIC 9(02) VALUE 0.
001303        01  WS-TAX-TABLE.
001304            05  WS-TX-ENTRY               OCCURS 20 TIMES.
001305                10  WS-TX-FLOOR           PIC 9(07)V9(02).
001306                10  WS-TX-RATE            PIC 9(02)V9(02).
001307                10  WS-TX-FIXED           PIC 9(07)V9(02).
001308        01  WS-TAX-SUB                    PIC 9(02).
001310        01  WS-TAX-HIT                    PIC 9(02).
001320        01  WS-CURRENT-DATE-DATA          PIC X(20).
001330        01  WS-SLIP-COUNT                 PIC 9(06) VALUE 0.
001520        01  WS-EMP-NO-X3                  PIC X(03).
001530        01  WS-REG-HOURS                  PIC 9(05).
001540        01  WS-OT-HOURS                   PIC 9(05).
001543        01  WS-PRIOR-GROSS                PIC 9(09)V9(02).
001546        01  WS-PRIOR-NET                  PIC S9(09)V9(02).
001550        01  WS-EQUIV-HOURS                PIC 9(05)V9(01).
001560       * THIS PERIOD'S MONEY FOR THE EMPLOYEE IN HAND.
001570        01  WS-EMP-GROSS                  PIC 9(09)V9(02).
002030            05 FILLER                     PIC X(08) VALUE SPACES.
002040            05 WS-DL-AMOUNT               PIC $$,$$$,$$9.99.
002050            05 FILLER                     PIC X(36) VALUE SPACES.
002055        COPY SPGM1002L.
002060        COPY SPGMABNL.
002070        PROCEDURE DIVISION.
002080       ******************************************************************
002210            PERFORM 20000-PROCESS-PARA
002220              UNTIL WS-ERROR-FLAG = "YES"
002230              OR    WS-EMP-EOF    = "YES".
002232            IF  WS-ERROR-FLAG              NOT = "YES"
002235                PERFORM 29500-REMIT-PARA
002237            END-IF.
002240            PERFORM 30000-CLOSE-PARA.
002250            STOP RUN.
002260       ******************************************************************
003070                   MOVE "YES"             TO WS-ERROR-FLAG
003080               END-IF
003090            END-IF.
003091       * NO GARNORD ON FILE MEANS NO COURT ORDERS TO APPLY.
003092            OPEN I-O GARN-FILE.
003093            IF WS-GARN-FS                 = "35"
003094               MOVE "NO"                  TO WS-GARN-AVAIL
003095            ELSE
003096               IF WS-GARN-FS              NOT = "00"
003097                  DISPLAY "GARNORD ACCESS ERROR."
003098                  MOVE "CEXM1004"         TO LK-PGM-ID
003099                  MOVE "GARNORD"          TO LK-FILE-ID
003100                  MOVE WS-GARN-FS         TO LK-FILE-STATUS
003101                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
003103                  IF  LK-ABEND-YES
003104                      MOVE 16             TO RETURN-CODE
003105                      MOVE "YES"          TO WS-ERROR-FLAG
003106                  END-IF
003107               END-IF
003108            END-IF.
003109            OPEN OUTPUT GREG-FILE.
003110            IF WS-GREG-FS                 NOT = "00"
003111               DISPLAY "GARNREG ACCESS ERROR."
003112               MOVE "CEXM1004"            TO LK-PGM-ID
003113               MOVE "GARNREG"             TO LK-FILE-ID
003115               MOVE WS-GREG-FS            TO LK-FILE-STATUS
003116               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003117               IF  LK-ABEND-YES
003118                   MOVE 16                TO RETURN-CODE
003119                   MOVE "YES"             TO WS-ERROR-FLAG
003120               END-IF
003121            END-IF.
003122            OPEN OUTPUT GPAY-FILE.
003123            IF WS-GPAY-FS                 NOT = "00"
003124               DISPLAY "GARNPAY ACCESS ERROR."
003125               MOVE "CEXM1004"            TO LK-PGM-ID
003126               MOVE "GARNPAY"             TO LK-FILE-ID
003128               MOVE WS-GPAY-FS            TO LK-FILE-STATUS
003129               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003130               IF  LK-ABEND-YES
003131                   MOVE 16                TO RETURN-CODE
003132                   MOVE "YES"             TO WS-ERROR-FLAG
003133               END-IF
003134            END-IF.
003135            OPEN OUTPUT SLIP-FILE.
003136            IF WS-SLIP-FS                 NOT = "00"
003137               DISPLAY "PAYSLIPS ACCESS ERROR."
003138               MOVE "CEXM1004"            TO LK-PGM-ID
003140               MOVE "PAYSLIPS"            TO LK-FILE-ID
003150               MOVE WS-SLIP-FS            TO LK-FILE-STATUS
003151               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003152               IF  LK-ABEND-YES
003154                   MOVE 16                TO RETURN-CODE
003155                   MOVE "YES"             TO WS-ERROR-FLAG
003157               END-IF
003158            END-IF.
003160            OPEN OUTPUT STUB-FILE.
003161            IF WS-STUB-FS                 NOT = "00"
003162               DISPLAY "PAYSTUB ACCESS ERROR."
003164               MOVE "CEXM1004"            TO LK-PGM-ID
003165               MOVE "PAYSTUB"             TO LK-FILE-ID
003167               MOVE WS-STUB-FS            TO LK-FILE-STATUS
003168               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003170               IF  LK-ABEND-YES
003180                   MOVE 16                TO RETURN-CODE
003190                   MOVE "YES"             TO WS-ERROR-FLAG
003940                PERFORM 22000-COMPUTE-PARA
003950                PERFORM 24000-ROLL-YTD-PARA
003960                PERFORM 26000-PRINT-SLIP-PARA
003965                PERFORM 28000-WRITE-STUB-PARA
003970            END-READ.
003980       ******************************************************************
003990       * CEXM947'S GROSS-TO-NET FOR THE EMPLOYEE IN HAND, WITH THE
004420            IF  WS-TAX-AVAIL               = "YES"
004430                PERFORM 23000-COMPUTE-TAX-PARA
004440            END-IF.
004441            MOVE 0                         TO WS-EMP-GARN.
004442            MOVE 0                         TO LK-GA-ORDER-COUNT.
004444            IF  WS-GARN-AVAIL              = "YES"
004445                PERFORM 23500-GARNISH-PARA
004447                ADD WS-EMP-GARN            TO WS-EMP-OTHER
004448            END-IF.
004450            COMPUTE WS-EMP-DED-TOTAL =
004460                WS-EMP-TAX + WS-EMP-INS + WS-EMP-OTHER.
004470            COMPUTE WS-EMP-NET =
004550                UNTIL WS-TAX-SUB           > WS-TAX-COUNT
004560                IF  WS-EMP-GROSS           >= WS-TX-FLOOR(WS-TAX-SUB)
004570                    MOVE WS-TAX-SUB        TO WS-TAX-HIT
004571                END-IF
004572            END-PERFORM.
004573            IF  WS-TAX-HIT                 > 0
004574                COMPUTE WS-EMP-TAX ROUNDED =
004575                    WS-TX-FIXED(WS-TAX-HIT)
004576                    + ((WS-EMP-GROSS - WS-TX-FLOOR(WS-TAX-HIT))
004577                    * WS-TX-RATE(WS-TAX-HIT) / 100)
004578            ELSE
004579                MOVE 0                     TO WS-EMP-TAX
004580            END-IF.
004581       ******************************************************************
004582       * THE EMPLOYEE'S ACTIVE GARNORD ORDERS, CALCULATED BY SPGM1002
004583       * ON DISPOSABLE PAY (GROSS LESS TAX WITHHELD) EXACTLY AS THE
004584       * CEXM947 REGISTER DOES. EACH ORDER TAKEN FROM IS REWRITTEN
004585       * WITH ITS NEW BALANCE - SATISFIED (STATUS S) AT ZERO - AND
004586       * QUEUED FOR ITS PAYEE'S REMITTANCE.
004587       ******************************************************************
004588        23500-GARNISH-PARA.
004589            COMPUTE LK-GA-DISPOSABLE = WS-EMP-GROSS - WS-EMP-TAX.
004590            MOVE "NO"                      TO WS-GARN-DONE.
004591            MOVE FS-EMP-NO                 TO GO-EMP-NO.
004592            MOVE LOW-VALUES                TO GO-ORDER-NO.
004593            START GARN-FILE KEY IS >= GO-KEY
004594                INVALID KEY
004595                    MOVE "YES"             TO WS-GARN-DONE
004596            END-START.
004597            PERFORM 23550-ONE-ORDER-PARA
004598                UNTIL WS-GARN-DONE         = "YES".
004599            IF  LK-GA-ORDER-COUNT          > 0
004600                CALL 'SPGM1002'            USING LK-GARNISH-PARMS
004601                MOVE LK-GA-TOTAL-TAKEN     TO WS-EMP-GARN
004602                PERFORM 23600-APPLY-ORDER-PARA
004603                    VARYING WS-GARN-SUB FROM 1 BY 1
004604                    UNTIL WS-GARN-SUB > LK-GA-ORDER-COUNT
004605                    OR    WS-ERROR-FLAG    = "YES"
004606            END-IF.
004607        23550-ONE-ORDER-PARA.
004608            READ GARN-FILE NEXT
004609            AT END
004610                MOVE "YES"                 TO WS-GARN-DONE
004611            NOT AT END
004612                IF  GO-EMP-NO              NOT = FS-EMP-NO
004613                    MOVE "YES"             TO WS-GARN-DONE
004614                ELSE
004615                    IF  GO-STATUS          = "A"
004617                        AND (GO-TOTAL-OWED = 0 OR GO-BALANCE > 0)
004618                        AND LK-GA-ORDER-COUNT < 20
004619                        ADD 1              TO LK-GA-ORDER-COUNT
004620                        PERFORM 23560-PASS-ORDER-PARA
004621                    END-IF
004622                END-IF
004623            END-READ.
004624        23560-PASS-ORDER-PARA.
004625            MOVE GO-ORDER-NO   TO LK-GA-ORDER-NO(LK-GA-ORDER-COUNT).
004626            MOVE GO-ORDER-TYPE TO LK-GA-TYPE(LK-GA-ORDER-COUNT).
004627            MOVE GO-PRIORITY   TO LK-GA-PRIORITY(LK-GA-ORDER-COUNT).
004628            MOVE GO-METHOD     TO LK-GA-METHOD(LK-GA-ORDER-COUNT).
004629            MOVE GO-AMOUNT     TO LK-GA-AMOUNT(LK-GA-ORDER-COUNT).
004630            MOVE GO-PERCENT    TO LK-GA-PERCENT(LK-GA-ORDER-COUNT).
004631            MOVE GO-TOTAL-OWED TO LK-GA-TOTAL-OWED(LK-GA-ORDER-COUNT).
004632            MOVE GO-BALANCE    TO LK-GA-BALANCE(LK-GA-ORDER-COUNT).
004633        23600-APPLY-ORDER-PARA.
004634            IF  LK-GA-TAKEN(WS-GARN-SUB)   > 0
004635                MOVE FS-EMP-NO             TO GO-EMP-NO
004636                MOVE LK-GA-ORDER-NO(WS-GARN-SUB) TO GO-ORDER-NO
004637                READ GARN-FILE
004638                    INVALID KEY
004639                        MOVE "23"          TO WS-GARN-FS
004640                        PERFORM 29100-GARN-IO-ERROR-PARA
004641                    NOT INVALID KEY
004642                        MOVE LK-GA-BALANCE(WS-GARN-SUB) TO GO-BALANCE
004643                        MOVE WS-CURRENT-DATE-DATA(1:8)  TO GO-LAST-DATE
004644                        IF  GO-TOTAL-OWED  > 0
004645                            AND GO-BALANCE = 0
004646                            MOVE "S"       TO GO-STATUS
004647                        END-IF
004648                        REWRITE GO-ORDER-REC
004649                        IF  WS-GARN-FS     NOT = "00"
004650                            PERFORM 29100-GARN-IO-ERROR-PARA
004651                        ELSE
004652                            PERFORM 23700-QUEUE-REMIT-PARA
004653                        END-IF
004654                END-READ
004655            END-IF.
004656       ******************************************************************
004657       * QUEUE ONE ORDER'S DEDUCTION FOR ITS PAYEE AGENCY.
004658       ******************************************************************
004659        23700-QUEUE-REMIT-PARA.
004660            IF  WS-RM-COUNT                = 5000
004661                DISPLAY "REMITTANCE TABLE FULL - ORDER " GO-ORDER-NO
004662                    " EMP NO " FS-EMP-NO " NOT ON GARNPAY."
004664                MOVE 16                    TO RETURN-CODE
004665            ELSE
004666                ADD 1                      TO WS-RM-COUNT
004667                MOVE GO-PAYEE-ID     TO WS-RM-PAYEE-ID(WS-RM-COUNT)
004668                MOVE FS-EMP-NO       TO WS-RM-EMP-NO(WS-RM-COUNT)
004669                MOVE FS-EMP-NAME     TO WS-RM-EMP-NAME(WS-RM-COUNT)
004670                MOVE GO-ORDER-NO     TO WS-RM-ORDER-NO(WS-RM-COUNT)
004671                MOVE GO-ORDER-TYPE   TO WS-RM-TYPE(WS-RM-COUNT)
004672                MOVE LK-GA-TAKEN(WS-GARN-SUB)
004673                                     TO WS-RM-AMOUNT(WS-RM-COUNT)
004674                MOVE GO-BALANCE      TO WS-RM-BALANCE(WS-RM-COUNT)
004675                MOVE GO-TOTAL-OWED   TO WS-RM-OWED(WS-RM-COUNT)
004676                MOVE 0                     TO WS-PY-HIT
004677                PERFORM 23750-FIND-PAYEE-PARA
004678                    VARYING WS-PY-SUB FROM 1 BY 1
004679                    UNTIL WS-PY-SUB > WS-PY-COUNT
004680                    OR    WS-PY-HIT        > 0
004681                IF  WS-PY-HIT              = 0
004682                    AND WS-PY-COUNT        < 500
004683                    ADD 1                  TO WS-PY-COUNT
004684                    MOVE WS-PY-COUNT       TO WS-PY-HIT
004685                    MOVE GO-PAYEE-ID  TO WS-PY-PAYEE-ID(WS-PY-HIT)
004686                    MOVE GO-PAYEE-NAME TO WS-PY-PAYEE-NAME(WS-PY-HIT)
004687                    MOVE 0                 TO WS-PY-COUNT-T(WS-PY-HIT)
004688                    MOVE 0                 TO WS-PY-AMOUNT(WS-PY-HIT)
004689                END-IF
004690                IF  WS-PY-HIT              > 0
004691                    ADD 1                  TO WS-PY-COUNT-T(WS-PY-HIT)
004692                    ADD LK-GA-TAKEN(WS-GARN-SUB)
004693                                           TO WS-PY-AMOUNT(WS-PY-HIT)
004694                ELSE
004695                    DISPLAY "PAYEE TABLE FULL - " GO-PAYEE-ID
004696                        " NOT ON GARNPAY."
004697                    MOVE 16                TO RETURN-CODE
004698                END-IF
004699            END-IF.
004700        23750-FIND-PAYEE-PARA.
004701            IF  WS-PY-PAYEE-ID(WS-PY-SUB)  = GO-PAYEE-ID
004702                MOVE WS-PY-SUB             TO WS-PY-HIT
004703            END-IF.
004704       ******************************************************************
004705       * ROLL THIS PERIOD INTO THE EMPLOYEE'S PAYYTD RECORD. THE LAST
004706       * PERIOD'S GROSS AND NET BECOME THE PRIOR PERIOD ON PAYSTUB; A
004707       * RECORD FROM BEFORE THE PERIOD COUNT WAS KEPT STARTS AT ZERO.
004708       ******************************************************************
004710        24000-ROLL-YTD-PARA.
004713            MOVE 0                         TO WS-PRIOR-GROSS.
004716            MOVE 0                         TO WS-PRIOR-NET.
004720            MOVE FS-EMP-NO                 TO YT-EMP-NO.
004730            READ YTD-FILE
004740                INVALID KEY
004800                    MOVE WS-EMP-OTHER      TO YT-OTHER
004810                    MOVE WS-OT-HOURS       TO YT-OT-HOURS
004820                    MOVE WS-EMP-NET        TO YT-NET
004822                    MOVE 1                 TO YT-PERIODS
004825                    MOVE WS-EMP-GROSS      TO YT-LAST-GROSS
004827                    MOVE WS-EMP-NET        TO YT-LAST-NET
004830                    WRITE YT-YTD-REC
004840                    IF  WS-YTD-FS          NOT = "00"
004850                        PERFORM 29000-YTD-IO-ERROR-PARA
004910                    ADD WS-EMP-OTHER       TO YT-OTHER
004920                    ADD WS-OT-HOURS        TO YT-OT-HOURS
004930                    ADD WS-EMP-NET         TO YT-NET
004931                    IF  YT-PERIODS         NOT NUMERIC
004932                        MOVE 0             TO YT-PERIODS
004934                        MOVE 0             TO YT-LAST-GROSS
004935                        MOVE 0             TO YT-LAST-NET
004937                    END-IF
004938                    MOVE YT-LAST-GROSS     TO WS-PRIOR-GROSS
004940                    MOVE YT-LAST-NET       TO WS-PRIOR-NET
004941                    IF  YT-PERIODS         < 999
004942                        ADD 1              TO YT-PERIODS
004944                    END-IF
004945                    MOVE WS-EMP-GROSS      TO YT-LAST-GROSS
004947                    MOVE WS-EMP-NET        TO YT-LAST-NET
004948                    REWRITE YT-YTD-REC
004950                    IF  WS-YTD-FS          NOT = "00"
004960                        PERFORM 29000-YTD-IO-ERROR-PARA
004970                    END-IF
005240            PERFORM 27000-DED-LINES-PARA
005250                VARYING WS-DED-SUB FROM 1 BY 1
005260                UNTIL WS-DED-SUB           > WS-DED-COUNT.
005262            PERFORM 27500-GARN-LINES-PARA
005265                VARYING WS-GARN-SUB FROM 1 BY 1
005267                UNTIL WS-GARN-SUB          > LK-GA-ORDER-COUNT.
005270            MOVE "TAX WITHHELD"            TO WS-ML-LABEL.
005280            MOVE WS-EMP-TAX                TO WS-ML-PERIOD.
005290            MOVE YT-TAX                    TO WS-ML-YTD.
005620                WRITE SL-SLIP-REC
005630            END-IF.
005640       ******************************************************************
005641       * ONE COURT ORDER FOR THE EMPLOYEE IN HAND - THIS PERIOD'S
005642       * DEDUCTION AND THE BALANCE STILL OWED.
005643       ******************************************************************
005644        27500-GARN-LINES-PARA.
005645            MOVE LK-GA-ORDER-NO(WS-GARN-SUB) TO WS-GL-ORDER-NO.
005646            MOVE LK-GA-TAKEN(WS-GARN-SUB)  TO WS-GL-AMOUNT.
005647            IF  LK-GA-TOTAL-OWED(WS-GARN-SUB) > 0
005649                MOVE "BALANCE OWED "       TO WS-GL-BAL-LABEL
005650                MOVE LK-GA-BALANCE(WS-GARN-SUB) TO WS-BAL-EDIT
005651                MOVE WS-BAL-EDIT           TO WS-GL-BALANCE
005652            ELSE
005653                MOVE "ONGOING ORDER"       TO WS-GL-BAL-LABEL
005654                MOVE SPACES                TO WS-GL-BALANCE
005655            END-IF.
005657            MOVE WS-GARN-LINE              TO SL-SLIP-REC.
005658            WRITE SL-SLIP-REC.
005659       ******************************************************************
005660       * THE PAYSLIP FIGURES FOR THE EMPLOYEE IN HAND, FOR THE CHECK
005661       * STUB OF ANYONE STILL PAID BY PAPER CHECK.
005662       ******************************************************************
005663        28000-WRITE-STUB-PARA.
005665            MOVE SPACES                    TO ST-STUB-REC.
005666            MOVE FS-EMP-NO                 TO ST-EMP-NO.
005667            MOVE FS-EMP-NAME               TO ST-EMP-NAME.
005668            MOVE FS-DEPT-NO                TO ST-DEPT-NO.
005669            MOVE WS-CURRENT-DATE-DATA(1:8) TO ST-PERIOD-DATE.
005670            MOVE WS-REG-HOURS              TO ST-REG-HOURS.
005671            MOVE WS-OT-HOURS               TO ST-OT-HOURS.
005672            MOVE WS-EMP-GROSS              TO ST-GROSS.
005674            MOVE WS-EMP-TAX                TO ST-TAX.
005675            MOVE WS-EMP-INS                TO ST-INS.
005676            MOVE WS-EMP-OTHER              TO ST-OTHER.
005677            MOVE WS-EMP-NET                TO ST-NET.
005678            MOVE YT-GROSS                  TO ST-YTD-GROSS.
005679            MOVE YT-NET                    TO ST-YTD-NET.
005680            MOVE WS-PRIOR-GROSS            TO ST-PRIOR-GROSS.
005682            MOVE WS-PRIOR-NET              TO ST-PRIOR-NET.
005683            WRITE ST-STUB-REC.
005684       ******************************************************************
005685       * A WRITE/REWRITE FAILURE ON PAYYTD IS ROUTED THROUGH THE
005686       * SHARED SPGMABND ABEND CHECK.
005687       ******************************************************************
005688        29000-YTD-IO-ERROR-PARA.
005690            DISPLAY "PAYYTD UPDATE ERROR - STATUS " WS-YTD-FS
005700                " - EMP NO " FS-EMP-NO.
005710            MOVE "CEXM1004"                TO LK-PGM-ID.
005720            MOVE "PAYYTD"                  TO LK-FILE-ID.
005730            MOVE WS-YTD-FS                 TO LK-FILE-STATUS.
005731            CALL 'SPGMABND'                USING LK-ABEND-PARMS.
005732            IF  LK-ABEND-YES
005733                MOVE 16                    TO RETURN-CODE
005734                MOVE "YES"                 TO WS-ERROR-FLAG
005735            END-IF.
005736       ******************************************************************
005737       * A READ/REWRITE FAILURE ON GARNORD GOES THROUGH SPGMABND.
005738       ******************************************************************
005739        29100-GARN-IO-ERROR-PARA.
005740            DISPLAY "GARNORD UPDATE ERROR - STATUS " WS-GARN-FS
005741                " - EMP NO " FS-EMP-NO " ORDER " GO-ORDER-NO.
005742            MOVE "CEXM1004"                TO LK-PGM-ID.
005743            MOVE "GARNORD"                 TO LK-FILE-ID.
005744            MOVE WS-GARN-FS                TO LK-FILE-STATUS.
005745            CALL 'SPGMABND'                USING LK-ABEND-PARMS.
005746            IF  LK-ABEND-YES
005747                MOVE 16                    TO RETURN-CODE
005748                MOVE "YES"                 TO WS-ERROR-FLAG
005749            END-IF.
005750       ******************************************************************
005751       * THE PERIOD'S REMITTANCES BY PAYEE AGENCY: THE GARNREG REGISTER
005752       * AND THE GARNPAY FILE (H PAYEE, D ORDER, T PAYEE TOTAL).
005753       ******************************************************************
005754        29500-REMIT-PARA.
005755            MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-GH-PERIOD.
005756            MOVE WS-GR-HEADER              TO GR-REG-REC.
005757            WRITE GR-REG-REC.
005758            PERFORM 29600-PAYEE-PARA
005759                VARYING WS-PY-SUB FROM 1 BY 1
005760                UNTIL WS-PY-SUB > WS-PY-COUNT.
005761            MOVE ALL "-"                   TO GR-REG-REC.
005762            WRITE GR-REG-REC.
005764            MOVE "TOTAL REMITTED ALL PAYEES" TO WS-GT-LABEL.
005765            MOVE WS-GARN-ORDERS            TO WS-GT-COUNT.
005766            MOVE WS-GARN-TOTAL             TO WS-GT-AMOUNT.
005767            MOVE WS-GR-TOTAL               TO GR-REG-REC.
005768            WRITE GR-REG-REC.
005769        29600-PAYEE-PARA.
005770            MOVE ALL "-"                   TO GR-REG-REC.
005771            WRITE GR-REG-REC.
005772            MOVE WS-PY-PAYEE-ID(WS-PY-SUB) TO WS-GP-PAYEE-ID.
005773            MOVE WS-PY-PAYEE-NAME(WS-PY-SUB) TO WS-GP-PAYEE-NAME.
005774            MOVE WS-GR-PAYEE-LINE          TO GR-REG-REC.
005775            WRITE GR-REG-REC.
005776            MOVE SPACES                    TO GP-PAY-REC.
005777            MOVE "H"                       TO GP-REC-TYPE.
005778            MOVE WS-PY-PAYEE-ID(WS-PY-SUB) TO GP-PAYEE-ID.
005779            MOVE WS-PY-PAYEE-NAME(WS-PY-SUB) TO GP-H-PAYEE-NAME.
005780            MOVE WS-CURRENT-DATE-DATA(1:8) TO GP-H-PERIOD-DATE.
005781            WRITE GP-PAY-REC.
005782            PERFORM 29700-REMIT-LINE-PARA
005783                VARYING WS-RM-SUB FROM 1 BY 1
005784                UNTIL WS-RM-SUB > WS-RM-COUNT.
005785            MOVE "  REMIT TO PAYEE"        TO WS-GT-LABEL.
005786            MOVE WS-PY-COUNT-T(WS-PY-SUB)  TO WS-GT-COUNT.
005787            MOVE WS-PY-AMOUNT(WS-PY-SUB)   TO WS-GT-AMOUNT.
005788            MOVE WS-GR-TOTAL               TO GR-REG-REC.
005789            WRITE GR-REG-REC.
005790            MOVE SPACES                    TO GP-PAY-REC.
005791            MOVE "T"                       TO GP-REC-TYPE.
005792            MOVE WS-PY-PAYEE-ID(WS-PY-SUB) TO GP-PAYEE-ID.
005793            MOVE WS-PY-COUNT-T(WS-PY-SUB)  TO GP-T-COUNT.
005794            MOVE WS-PY-AMOUNT(WS-PY-SUB)   TO GP-T-AMOUNT.
005795            WRITE GP-PAY-REC.
005797            ADD WS-PY-COUNT-T(WS-PY-SUB)   TO WS-GARN-ORDERS.
005798            ADD WS-PY-AMOUNT(WS-PY-SUB)    TO WS-GARN-TOTAL.
005799        29700-REMIT-LINE-PARA.
005800            IF  WS-RM-PAYEE-ID(WS-RM-SUB)  = WS-PY-PAYEE-ID(WS-PY-SUB)
005801                MOVE WS-RM-EMP-NO(WS-RM-SUB)   TO WS-GD-EMP-NO
005802                MOVE WS-RM-EMP-NAME(WS-RM-SUB) TO WS-GD-EMP-NAME
005803                MOVE WS-RM-ORDER-NO(WS-RM-SUB) TO WS-GD-ORDER-NO
005804                MOVE WS-RM-TYPE(WS-RM-SUB)     TO WS-GD-TYPE
005805                MOVE WS-RM-AMOUNT(WS-RM-SUB)   TO WS-GD-AMOUNT
005806                IF  WS-RM-OWED(WS-RM-SUB)      > 0
005807                    MOVE WS-RM-BALANCE(WS-RM-SUB) TO WS-BAL-EDIT
005808                    MOVE WS-BAL-EDIT       TO WS-GD-BALANCE
005809                ELSE
005810                    MOVE "      ONGOING"   TO WS-GD-BALANCE
005811                END-IF
005812                MOVE WS-GR-DETAIL          TO GR-REG-REC
005813                WRITE GR-REG-REC
005814                MOVE SPACES                TO GP-PAY-REC
005815                MOVE "D"                   TO GP-REC-TYPE
005816                MOVE WS-RM-PAYEE-ID(WS-RM-SUB) TO GP-PAYEE-ID
005817                MOVE WS-RM-EMP-NO(WS-RM-SUB)   TO GP-D-EMP-NO
005818                MOVE WS-RM-EMP-NAME(WS-RM-SUB) TO GP-D-EMP-NAME
005819                MOVE WS-RM-ORDER-NO(WS-RM-SUB) TO GP-D-ORDER-NO
005820                MOVE WS-RM-TYPE(WS-RM-SUB)     TO GP-D-ORDER-TYPE
005821                MOVE WS-RM-AMOUNT(WS-RM-SUB)   TO GP-D-AMOUNT
005822                MOVE WS-RM-BALANCE(WS-RM-SUB)  TO GP-D-BALANCE
005823                WRITE GP-PAY-REC
005824            END-IF.
005825       ******************************************************************
005826       * DISPLAY COUNTS AND CLOSE THE FILES.
005827       ******************************************************************
005828        30000-CLOSE-PARA.
005830            DISPLAY "PAYSLIPS PRINTED    : " WS-SLIP-COUNT.
005835            DISPLAY "GARNISHMENTS REMIT  : " WS-GARN-TOTAL.
005840            CLOSE EMP-FILE.
005850            CLOSE DED-FILE.
005860            CLOSE PAYHOURS-FILE.
005890            END-IF.
005900            CLOSE YTD-FILE.
005910            CLOSE SLIP-FILE.
005920            CLOSE STUB-FILE.
005930            IF  WS-GARN-AVAIL              = "YES"
005940                CLOSE GARN-FILE
005950            END-IF.
005960            CLOSE GREG-FILE.
005970            CLOSE GPAY-FILE.
