000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1036.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: DISCIPLINE INCIDENT LOAD. READS THE INCIDENT
000060       *  CARDS KEYED INTO INCIN AND MAINTAINS INCFILE, THE INCIDENT
000070       *  FILE KEYED ON ENROLLMENT NUMBER PLUS INCIDENT DATE (THE SAME
000080       *  ONE-RECORD-PER-DAY SHAPE AS ATTFILE). EACH CARD IS CHECKED
000090       *  AGAINST STUDFILE THROUGH SPGM0901, AND ITS INCIDENT TYPE AND
000100       *  ACTION TAKEN AGAINST THE INCCODE CODE TABLE (LOADED AT
000110       *  STARTUP CEXM970-STYLE). A TERM CARD IS REQUIRED AND MUST NAME
000120       *  AN OPEN TERM ON TERMCTL; THE INCIDENT DATE MUST FALL IN IT.
000130       *  WHEN THE ACTION IS A SUSPENSION THE SUSPENDED SCHOOL DAYS
000140       *  (MONDAY-FRIDAY, FROM THE SUSPENSION START OR THE NEXT DAY
000150       *  AFTER THE INCIDENT) ARE POSTED TO ATTFILE AS E IN EVERY
000160       *  PERIOD, SO THE STUDENT DOES NOT DRAW A CEXM986 TRUANCY LETTER
000170       *  AND CEXM988'S ADA COUNTS STAY RIGHT. POSTING STOPS AT THE
000180       *  TERM END. A CARD FOR A KEY ALREADY ON FILE REPLACES IT.
000190       * INCIN   : JEBA02.EMY.COBOL.INCIN
000200       * INCCODE : JEBA02.EMY.COBOL.INCCODE (INCIDENT/ACTION CODES)
000210       * INCFILE : JEBA02.EMY.COBOL.INCFILE (INDEXED ON ENROLL+DATE)
000220       * ATTFILE : JEBA02.EMY.COBOL.ATTFILE (INDEXED ON ENROLL+DATE)
000230       * TERMCTL : JEBA02.EMY.COBOL.TERMCTL (INDEXED ON TERM CODE)
000240       * INCEXCP : JEBA02.EMY.COBOL.INCEXCP
000250       * STUDOUT : VIA SPGM0901 (INDEXED ON ENROLL NO)
000260       * ----------------------------------------------------------------
000270       * PRJ NO    NAME     DATE          MAINT DESC.
000280       * ----------------------------------------------------------------
000290       * JEBA02    EMY     09/20/2026    PROGRAM CREATED.
000300       ******************************************************************
000310        ENVIRONMENT DIVISION.
000320        INPUT-OUTPUT SECTION.
000330        FILE-CONTROL.
000340            SELECT INC-IN-FILE
000350                ASSIGN TO INCIN
000360                ORGANIZATION IS SEQUENTIAL
000370                ACCESS MODE IS SEQUENTIAL
000380                FILE STATUS IS WS-INC-IN-FS.
000390            SELECT CODE-FILE
000400                ASSIGN TO INCCODE
000410                ORGANIZATION IS SEQUENTIAL
000420                ACCESS MODE IS SEQUENTIAL
000430                FILE STATUS IS WS-CODE-FS.
000440            SELECT INC-FILE
000450                ASSIGN TO INCFILE
000460                ORGANIZATION IS INDEXED
000470                ACCESS MODE IS RANDOM
000480                RECORD KEY IS IC-INC-KEY
000490                FILE STATUS IS WS-INC-FS.
000500            SELECT ATT-FILE
000510                ASSIGN TO ATTFILE
000520                ORGANIZATION IS INDEXED
000530                ACCESS MODE IS RANDOM
000540                RECORD KEY IS AT-ATT-KEY
000550                FILE STATUS IS WS-ATT-FS.
000560            SELECT TERM-FILE
000570                ASSIGN TO TERMCTL
000580                ORGANIZATION IS INDEXED
000590                ACCESS MODE IS RANDOM
000600                RECORD KEY IS TM-TERM-CODE
000610                FILE STATUS IS WS-TERM-FS.
000620            SELECT EXCEPTION-FILE
000630                ASSIGN TO INCEXCP
000640                ORGANIZATION IS SEQUENTIAL
000650                ACCESS MODE IS SEQUENTIAL
000660                FILE STATUS IS WS-EXCEPTION-FS.
000670        DATA DIVISION.
000680        FILE SECTION.
000690        FD  INC-IN-FILE.
000700        01  II-INC-REC.
000710            05  II-ENROLL-NO              PIC 9(06).
000720            05  II-INC-DATE               PIC X(08).
000730            05  II-INC-TYPE               PIC X(02).
000740            05  II-ACTION                 PIC X(02).
000750            05  II-SUSP-DAYS              PIC X(02).
000760            05  II-SUSP-START             PIC X(08).
000770            05  II-DESC                   PIC X(30).
000780            05  FILLER                    PIC X(22).
000790        FD  CODE-FILE.
000800        01  CD-CODE-REC.
000810            05  CD-CODE-TYPE              PIC X(01).
000820            05  CD-CODE                   PIC X(02).
000830            05  CD-DESC                   PIC X(30).
000840            05  CD-SUSP-FLAG              PIC X(01).
000850            05  FILLER                    PIC X(46).
000860        FD  INC-FILE.
000870        01  IC-INC-REC.
000880            05  IC-INC-KEY.
000890                10  IC-ENROLL-NO          PIC 9(06).
000900                10  IC-INC-DATE           PIC 9(08).
000910            05  IC-INC-TYPE               PIC X(02).
000920            05  IC-ACTION                 PIC X(02).
000930            05  IC-SUSP-DAYS              PIC 9(02).
000940            05  IC-SUSP-START             PIC 9(08).
000950            05  IC-SUSP-END               PIC 9(08).
000960            05  IC-DESC                   PIC X(30).
000970            05  IC-LOAD-DATE              PIC 9(08).
000980            05  FILLER                    PIC X(06).
000990        FD  ATT-FILE.
001000        01  AT-ATT-REC.
001010            05  AT-ATT-KEY.
001020                10  AT-ENROLL-NO          PIC 9(06).
001030                10  AT-ATT-DATE           PIC 9(08).
001040            05  AT-PERIOD-CODE            PIC X(01) OCCURS 6 TIMES.
001050            05  FILLER                    PIC X(60).
001060        FD  TERM-FILE.
001070        01  TM-TERM-REC.
001080            05  TM-TERM-CODE              PIC X(05).
001090            05  TM-START-DATE             PIC 9(08).
001100            05  TM-END-DATE               PIC 9(08).
001110            05  TM-OPEN-FLAG              PIC X(01).
001120            05  FILLER                    PIC X(58).
001130        FD  EXCEPTION-FILE.
001140        01  ES-EXCEPTION-REC              PIC X(80).
001150        WORKING-STORAGE SECTION.
001160        01  WS-INC-IN-FS                  PIC X(02).
001170        01  WS-CODE-FS                    PIC X(02).
001180        01  WS-INC-FS                     PIC X(02).
001190        01  WS-ATT-FS                     PIC X(02).
001200        01  WS-TERM-FS                    PIC X(02).
001210        01  WS-EXCEPTION-FS               PIC X(02).
001220        01  WS-TERM-CODE                  PIC X(05).
001230        01  WS-TERM-START                 PIC 9(08) VALUE 0.
001240        01  WS-TERM-END                   PIC 9(08) VALUE 0.
001250        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001260        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
001270        01  WS-CODE-EOF                   PIC X(03) VALUE "NO".
001280        01  WS-CURRENT-DATE-DATA          PIC X(20).
001290        01  WS-TODAY REDEFINES WS-CURRENT-DATE-DATA.
001300            05  WS-TODAY-DATE             PIC 9(08).
001310            05  FILLER                    PIC X(12).
001320       * INCIDENT TYPE (I) AND ACTION TAKEN (A) CODES FROM INCCODE.
001330       * AN ACTION FLAGGED Y IN THE SUSPENSION BYTE IS A SUSPENSION.
001340        01  WS-CODE-COUNT                 PIC 9(03) VALUE 0.
001350        01  WS-CODE-TABLE.
001360            05  WS-CD-ENTRY               OCCURS 100 TIMES.
001370                10  WS-CD-TYPE            PIC X(01).
001380                10  WS-CD-CODE            PIC X(02).
001390                10  WS-CD-SUSP            PIC X(01).
001400        01  WS-CD-SUB                     PIC 9(03).
001410        01  WS-CD-HIT                     PIC 9(03).
001420        01  WS-CD-WANT-TYPE               PIC X(01).
001430        01  WS-CD-WANT-CODE               PIC X(02).
001440        01  WS-TYPE-HIT                   PIC 9(03).
001450        01  WS-ACTION-HIT                 PIC 9(03).
001460        01  WS-SUSP-FLAG                  PIC X(03).
001470        01  WS-SUSP-DAYS                  PIC 9(02).
001480        01  WS-INC-DATE                   PIC 9(08).
001490        01  WS-START-DATE                 PIC 9(08).
001500        01  WS-LAST-POSTED                PIC 9(08).
001510        01  WS-DAYS-LEFT                  PIC 9(02).
001520        01  WS-PERIOD-SUB                 PIC 9(01).
001530       * WORKING DATE FOR THE ONE-DAY-AT-A-TIME SUSPENSION WALK.
001540        01  WS-DATE-NUM                   PIC 9(08).
001550        01  WS-DATE-R REDEFINES WS-DATE-NUM.
001560            05  WS-DT-YYYY                PIC 9(04).
001570            05  WS-DT-MM                  PIC 9(02).
001580            05  WS-DT-DD                  PIC 9(02).
001590        01  WS-MONTH-DAYS-DATA            PIC X(24)
001600                                  VALUE "312831303130313130313031".
001610        01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-DATA.
001620            05  WS-MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.
001630        01  WS-MONTH-LAST                 PIC 9(02).
001640        01  WS-QUOTIENT                   PIC 9(04).
001650        01  WS-REM-4                      PIC 9(03).
001660        01  WS-REM-100                    PIC 9(03).
001670        01  WS-REM-400                    PIC 9(03).
001680        01  WS-LOAD-COUNT                 PIC 9(06) VALUE 0.
001690        01  WS-REPLACE-COUNT              PIC 9(06) VALUE 0.
001700        01  WS-REJECT-COUNT               PIC 9(06) VALUE 0.
001710        01  WS-SUSP-COUNT                 PIC 9(06) VALUE 0.
001720        01  WS-DAYS-POSTED                PIC 9(06) VALUE 0.
001730        01  WS-DAYS-SHORT                 PIC 9(06) VALUE 0.
001740        01  WS-EXCEPTION-OUT.
001750            05 WS-EXC-LABEL               PIC X(11)
001760                                          VALUE "REJECTED - ".
001770            05 WS-EXC-ENROLL-NO           PIC 9(06).
001780            05 FILLER                     PIC X(01) VALUE SPACES.
001790            05 WS-EXC-DATE                PIC X(08).
001800            05 FILLER                     PIC X(03) VALUE " - ".
001810            05 WS-EXC-REASON              PIC X(40).
001820            05 FILLER                     PIC X(11) VALUE SPACES.
001830        01  WS-SHORT-REASON.
001840            05 FILLER                     PIC X(15)
001850                                          VALUE "SUSPENSION DAYS".
001860            05 WS-SR-DAYS                 PIC Z9.
001870            05 FILLER                     PIC X(23)
001880                                   VALUE " NOT POSTED - TERM ENDS".
001890        COPY SPGM0901L.
001900        COPY SPGM0906L.
001910        COPY SPGMABNL.
001920        PROCEDURE DIVISION.
001930       ******************************************************************
001940       * MAIN PROGRAM FLOW.
001950       ******************************************************************
001960        00000-MAIN-PARA.
001970            PERFORM 05000-ACCEPT-PARA.
001980            PERFORM 07000-CHECK-TERM-PARA.
001990            IF  WS-ERROR-FLAG              NOT = "YES"
002000                PERFORM 10000-INITIALIZE-PARA
002010            END-IF.
002020            IF  WS-ERROR-FLAG              NOT = "YES"
002030                PERFORM 12000-LOAD-CODE-PARA
002040                    UNTIL WS-CODE-EOF      = "YES"
002050            END-IF.
002060            PERFORM 20000-PROCESS-PARA
002070              UNTIL WS-ERROR-FLAG = "YES"
002080              OR    WS-ENDOFFILE  = "YES".
002090            PERFORM 30000-CLOSE-PARA.
002100            STOP RUN.
002110       ******************************************************************
002120       * ACCEPT THE TERM CODE FOR THIS LOAD FROM SYSIN, CEXM931-STYLE.
002130       ******************************************************************
002140        05000-ACCEPT-PARA.
002150            ACCEPT WS-TERM-CODE.
002160            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
002170       ******************************************************************
002180       * THE TERM CARD MUST NAME AN OPEN TERM ON CEXM962'S TERMCTL
002190       * MASTER. ITS START/END DATES BOUND THE INCIDENT DATES AND THE
002200       * SUSPENSION DAYS POSTED TO ATTENDANCE.
002210       ******************************************************************
002220        07000-CHECK-TERM-PARA.
002230            OPEN INPUT TERM-FILE.
002240            IF WS-TERM-FS                 NOT = "00"
002250               DISPLAY "TERMCTL ACCESS ERROR."
002260               MOVE "CEXM1036"            TO LK-PGM-ID
002270               MOVE "TERMCTL"             TO LK-FILE-ID
002280               MOVE WS-TERM-FS            TO LK-FILE-STATUS
002290               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002300               IF  LK-ABEND-YES
002310                   MOVE 16                TO RETURN-CODE
002320                   MOVE "YES"             TO WS-ERROR-FLAG
002330               END-IF
002340            ELSE
002350               MOVE WS-TERM-CODE          TO TM-TERM-CODE
002360               READ TERM-FILE
002370                   INVALID KEY
002380                       DISPLAY "TERM " WS-TERM-CODE
002390                           " NOT ON TERMCTL - LOAD REFUSED."
002400                       MOVE 16            TO RETURN-CODE
002410                       MOVE "YES"         TO WS-ERROR-FLAG
002420                   NOT INVALID KEY
002430                       IF  TM-OPEN-FLAG   NOT = "O"
002440                           DISPLAY "TERM " WS-TERM-CODE
002450                               " IS CLOSED - LOAD REFUSED."
002460                           MOVE 16        TO RETURN-CODE
002470                           MOVE "YES"     TO WS-ERROR-FLAG
002480                       ELSE
002490                           MOVE TM-START-DATE TO WS-TERM-START
002500                           MOVE TM-END-DATE   TO WS-TERM-END
002510                       END-IF
002520               END-READ
002530               CLOSE TERM-FILE
002540            END-IF.
002550       ******************************************************************
002560       * OPEN THE CARDS, THE CODE TABLE, THE INCIDENT AND ATTENDANCE
002570       * FILES (EACH CREATED ON FIRST USE), AND THE EXCEPTION REPORT.
002580       ******************************************************************
002590        10000-INITIALIZE-PARA.
002600            MOVE SPACE                     TO LK-CHECK-FLAG.
002610            OPEN INPUT INC-IN-FILE.
002620            IF WS-INC-IN-FS               NOT = "00"
002630               DISPLAY "INCIN ACCESS ERROR."
002640               MOVE "CEXM1036"            TO LK-PGM-ID
002650               MOVE "INCIN"               TO LK-FILE-ID
002660               MOVE WS-INC-IN-FS          TO LK-FILE-STATUS
002670               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002680               IF  LK-ABEND-YES
002690                   MOVE 16                TO RETURN-CODE
002700                   MOVE "YES"             TO WS-ERROR-FLAG
002710               END-IF
002720            END-IF.
002730            OPEN INPUT CODE-FILE.
002740            IF WS-CODE-FS                 NOT = "00"
002750               DISPLAY "INCCODE ACCESS ERROR."
002760               MOVE "CEXM1036"            TO LK-PGM-ID
002770               MOVE "INCCODE"             TO LK-FILE-ID
002780               MOVE WS-CODE-FS            TO LK-FILE-STATUS
002790               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002800               IF  LK-ABEND-YES
002810                   MOVE 16                TO RETURN-CODE
002820                   MOVE "YES"             TO WS-ERROR-FLAG
002830               END-IF
002840            END-IF.
002850            OPEN I-O INC-FILE.
002860            IF WS-INC-FS                  = "35"
002870               OPEN OUTPUT INC-FILE
002880            END-IF.
002890            IF WS-INC-FS                  NOT = "00"
002900               DISPLAY "INCFILE ACCESS ERROR."
002910               MOVE "CEXM1036"            TO LK-PGM-ID
002920               MOVE "INCFILE"             TO LK-FILE-ID
002930               MOVE WS-INC-FS             TO LK-FILE-STATUS
002940               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002950               IF  LK-ABEND-YES
002960                   MOVE 16                TO RETURN-CODE
002970                   MOVE "YES"             TO WS-ERROR-FLAG
002980               END-IF
002990            END-IF.
003000            OPEN I-O ATT-FILE.
003010            IF WS-ATT-FS                  = "35"
003020               OPEN OUTPUT ATT-FILE
003030            END-IF.
003040            IF WS-ATT-FS                  NOT = "00"
003050               DISPLAY "ATTFILE ACCESS ERROR."
003060               MOVE "CEXM1036"            TO LK-PGM-ID
003070               MOVE "ATTFILE"             TO LK-FILE-ID
003080               MOVE WS-ATT-FS             TO LK-FILE-STATUS
003090               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003100               IF  LK-ABEND-YES
003110                   MOVE 16                TO RETURN-CODE
003120                   MOVE "YES"             TO WS-ERROR-FLAG
003130               END-IF
003140            END-IF.
003150            OPEN OUTPUT EXCEPTION-FILE.
003160            IF WS-EXCEPTION-FS            NOT = "00"
003170               DISPLAY "INCEXCP ACCESS ERROR."
003180               MOVE "CEXM1036"            TO LK-PGM-ID
003190               MOVE "INCEXCP"             TO LK-FILE-ID
003200               MOVE WS-EXCEPTION-FS       TO LK-FILE-STATUS
003210               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003220               IF  LK-ABEND-YES
003230                   MOVE 16                TO RETURN-CODE
003240                   MOVE "YES"             TO WS-ERROR-FLAG
003250               END-IF
003260            END-IF.
003270       ******************************************************************
003280       * LOAD THE INCIDENT/ACTION CODE TABLE, CEXM970-STYLE.
003290       ******************************************************************
003300        12000-LOAD-CODE-PARA.
003310            READ CODE-FILE
003320            AT END
003330                MOVE "YES"                 TO WS-CODE-EOF
003340            NOT AT END
003350                IF  WS-CODE-COUNT          = 100
003360                    DISPLAY "CODE TABLE FULL AT 100 CODES."
003370                ELSE
003380                    ADD 1                  TO WS-CODE-COUNT
003390                    MOVE CD-CODE-TYPE      TO WS-CD-TYPE(WS-CODE-COUNT)
003400                    MOVE CD-CODE           TO WS-CD-CODE(WS-CODE-COUNT)
003410                    MOVE CD-SUSP-FLAG      TO WS-CD-SUSP(WS-CODE-COUNT)
003420                END-IF
003430            END-READ.
003440       ******************************************************************
003450       * READ ONE INCIDENT CARD, VALIDATE IT, AND LOAD IT.
003460       ******************************************************************
003470        20000-PROCESS-PARA.
003480            READ INC-IN-FILE
003490            AT END
003500                MOVE "YES"                 TO WS-ENDOFFILE
003510            NOT AT END
003520                PERFORM 21000-CHECK-CARD-PARA
003530            END-READ.
003540       ******************************************************************
003550       * CHECK THE DATES, THE CODES AND THE DAYS. A SUSPENSION ACTION
003560       * NEEDS 1-20 DAYS; ANY OTHER ACTION MUST CARRY NONE. A BLANK
003570       * SUSPENSION START MEANS THE DAY AFTER THE INCIDENT.
003580       ******************************************************************
003590        21000-CHECK-CARD-PARA.
003600            MOVE "NO"                      TO WS-SUSP-FLAG.
003610            MOVE 0                         TO WS-SUSP-DAYS.
003620            MOVE 0                         TO WS-INC-DATE.
003630            MOVE 0                         TO WS-START-DATE.
003640            MOVE "VA"                      TO LK-DT-FUNCTION.
003650            MOVE 0                         TO LK-DT-DATE-1.
003660            IF  II-INC-DATE                IS NUMERIC
003670                MOVE II-INC-DATE           TO WS-INC-DATE
003680                MOVE WS-INC-DATE           TO LK-DT-DATE-1
003690            END-IF.
003700            CALL 'SPGM0906'                USING LK-DATESVC-PARMS.
003710            MOVE "I"                       TO WS-CD-WANT-TYPE.
003720            MOVE II-INC-TYPE               TO WS-CD-WANT-CODE.
003730            PERFORM 21500-FIND-CODE-PARA.
003740            MOVE WS-CD-HIT                 TO WS-TYPE-HIT.
003750            MOVE "A"                       TO WS-CD-WANT-TYPE.
003760            MOVE II-ACTION                 TO WS-CD-WANT-CODE.
003770            PERFORM 21500-FIND-CODE-PARA.
003780            MOVE WS-CD-HIT                 TO WS-ACTION-HIT.
003790            IF  WS-ACTION-HIT              NOT = 0
003800                AND WS-CD-SUSP(WS-ACTION-HIT) = "Y"
003810                MOVE "YES"                 TO WS-SUSP-FLAG
003820            END-IF.
003830            IF  II-SUSP-DAYS               IS NUMERIC
003840                MOVE II-SUSP-DAYS          TO WS-SUSP-DAYS
003850            END-IF.
003860            EVALUATE TRUE
003870                WHEN LK-DT-BAD
003880                    MOVE "INVALID INCIDENT DATE"
003890                                           TO WS-EXC-REASON
003900                    PERFORM 27000-REJECT-PARA
003910                WHEN WS-INC-DATE           < WS-TERM-START
003920                    OR WS-INC-DATE         > WS-TERM-END
003930                    MOVE "INCIDENT DATE OUTSIDE TERM START/END"
003940                                           TO WS-EXC-REASON
003950                    PERFORM 27000-REJECT-PARA
003960                WHEN WS-TYPE-HIT           = 0
003970                    MOVE "INCIDENT TYPE NOT IN INCCODE"
003980                                           TO WS-EXC-REASON
003990                    PERFORM 27000-REJECT-PARA
004000                WHEN WS-ACTION-HIT         = 0
004010                    MOVE "ACTION TAKEN NOT IN INCCODE"
004020                                           TO WS-EXC-REASON
004030                    PERFORM 27000-REJECT-PARA
004040                WHEN II-SUSP-DAYS          NOT NUMERIC
004050                    AND II-SUSP-DAYS       NOT = SPACES
004060                    MOVE "SUSPENSION DAYS NOT NUMERIC"
004070                                           TO WS-EXC-REASON
004080                    PERFORM 27000-REJECT-PARA
004090                WHEN WS-SUSP-FLAG          = "YES"
004100                    AND (WS-SUSP-DAYS      < 1
004110                    OR   WS-SUSP-DAYS      > 20)
004120                    MOVE "SUSPENSION NEEDS 01-20 DAYS"
004130                                           TO WS-EXC-REASON
004140                    PERFORM 27000-REJECT-PARA
004150                WHEN WS-SUSP-FLAG          = "NO"
004160                    AND WS-SUSP-DAYS       NOT = 0
004170                    MOVE "DAYS GIVEN FOR A NON-SUSPENSION ACTION"
004180                                           TO WS-EXC-REASON
004190                    PERFORM 27000-REJECT-PARA
004200                WHEN OTHER
004210                    PERFORM 22000-CHECK-START-PARA
004220            END-EVALUATE.
004230       ******************************************************************
004240       * FIND WS-CD-WANT-TYPE/CODE IN THE CODE TABLE (0 = NOT THERE).
004250       ******************************************************************
004260        21500-FIND-CODE-PARA.
004270            MOVE 0                         TO WS-CD-HIT.
004280            PERFORM 21600-SCAN-CODE-PARA
004290                VARYING WS-CD-SUB FROM 1 BY 1
004300                UNTIL WS-CD-SUB            > WS-CODE-COUNT
004310                OR WS-CD-HIT               NOT = 0.
004320       ******************************************************************
004330       * TEST ONE CODE TABLE ENTRY.
004340       ******************************************************************
004350        21600-SCAN-CODE-PARA.
004360            IF  WS-CD-TYPE(WS-CD-SUB)      = WS-CD-WANT-TYPE
004370                AND WS-CD-CODE(WS-CD-SUB)  = WS-CD-WANT-CODE
004380                MOVE WS-CD-SUB             TO WS-CD-HIT
004390            END-IF.
004400       ******************************************************************
004410       * A SUSPENSION START, WHEN GIVEN, MUST BE A REAL DATE ON OR
004420       * AFTER THE INCIDENT; WHEN BLANK IT IS THE DAY AFTER. THEN THE
004430       * STUDENT MUST BE ON STUDFILE.
004440       ******************************************************************
004450        22000-CHECK-START-PARA.
004460            MOVE "0"                       TO LK-DT-STATUS.
004470            IF  WS-SUSP-FLAG               = "YES"
004480                IF  II-SUSP-START          = SPACES
004490                    MOVE WS-INC-DATE       TO WS-DATE-NUM
004500                    PERFORM 26500-NEXT-DAY-PARA
004510                    MOVE WS-DATE-NUM       TO WS-START-DATE
004520                ELSE
004530                    MOVE "VA"              TO LK-DT-FUNCTION
004540                    MOVE 0                 TO LK-DT-DATE-1
004550                    IF  II-SUSP-START      IS NUMERIC
004560                        MOVE II-SUSP-START TO WS-START-DATE
004570                        MOVE WS-START-DATE TO LK-DT-DATE-1
004580                    END-IF
004590                    CALL 'SPGM0906'        USING LK-DATESVC-PARMS
004600                END-IF
004610            END-IF.
004620            EVALUATE TRUE
004630                WHEN LK-DT-BAD
004640                    MOVE "INVALID SUSPENSION START DATE"
004650                                           TO WS-EXC-REASON
004660                    PERFORM 27000-REJECT-PARA
004670                WHEN WS-SUSP-FLAG          = "YES"
004680                    AND WS-START-DATE      < WS-INC-DATE
004690                    MOVE "SUSPENSION STARTS BEFORE INCIDENT"
004700                                           TO WS-EXC-REASON
004710                    PERFORM 27000-REJECT-PARA
004720                WHEN OTHER
004730                    MOVE II-ENROLL-NO      TO LK-ENROLL-NO
004740                    CALL 'SPGM0901'        USING LK-STUDLOOKUP-PARMS
004750                    IF  LK-FOUND
004760                        PERFORM 24000-LOAD-PARA
004770                    ELSE
004780                        MOVE "ENROLL NO NOT ON STUDFILE"
004790                                           TO WS-EXC-REASON
004800                        PERFORM 27000-REJECT-PARA
004810                    END-IF
004820            END-EVALUATE.
004830       ******************************************************************
004840       * POST ANY SUSPENSION TO ATTENDANCE, THEN WRITE THE INCIDENT,
004850       * REPLACING ONE ALREADY ON FILE FOR THE SAME STUDENT AND DAY.
004860       ******************************************************************
004870        24000-LOAD-PARA.
004880            MOVE 0                         TO WS-LAST-POSTED.
004890            IF  WS-SUSP-FLAG               = "YES"
004900                PERFORM 25000-POST-SUSPENSION-PARA
004910            END-IF.
004920            MOVE SPACES                    TO IC-INC-REC.
004930            MOVE II-ENROLL-NO              TO IC-ENROLL-NO.
004940            MOVE WS-INC-DATE               TO IC-INC-DATE.
004950            MOVE II-INC-TYPE               TO IC-INC-TYPE.
004960            MOVE II-ACTION                 TO IC-ACTION.
004970            MOVE WS-SUSP-DAYS              TO IC-SUSP-DAYS.
004980            MOVE WS-START-DATE             TO IC-SUSP-START.
004990            MOVE WS-LAST-POSTED            TO IC-SUSP-END.
005000            MOVE II-DESC                   TO IC-DESC.
005010            MOVE WS-TODAY-DATE             TO IC-LOAD-DATE.
005020            WRITE IC-INC-REC
005030                INVALID KEY
005040                    REWRITE IC-INC-REC
005050                    IF WS-INC-FS           = "00"
005060                        ADD 1              TO WS-REPLACE-COUNT
005070                    ELSE
005080                        DISPLAY "INCFILE REWRITE ERROR - STATUS "
005090                            WS-INC-FS " - KEY " IC-INC-KEY
005100                        MOVE "CEXM1036"      TO LK-PGM-ID
005110                        MOVE "INCFILE"       TO LK-FILE-ID
005120                        MOVE WS-INC-FS       TO LK-FILE-STATUS
005130                        CALL 'SPGMABND'      USING LK-ABEND-PARMS
005140                        IF  LK-ABEND-YES
005150                            MOVE 16          TO RETURN-CODE
005160                            MOVE "YES"       TO WS-ERROR-FLAG
005170                        END-IF
005180                    END-IF
005190                NOT INVALID KEY
005200                    ADD 1                  TO WS-LOAD-COUNT
005210            END-WRITE.
005220       ******************************************************************
005230       * WALK FORWARD FROM THE SUSPENSION START ONE DAY AT A TIME,
005240       * POSTING EACH MONDAY-FRIDAY UNTIL THE DAYS ARE USED UP OR THE
005250       * TERM ENDS. DAYS THAT WOULD FALL PAST THE TERM END ARE NOTED
005260       * ON THE EXCEPTION REPORT FOR THE OFFICE TO CARRY FORWARD.
005270       ******************************************************************
005280        25000-POST-SUSPENSION-PARA.
005290            ADD 1                          TO WS-SUSP-COUNT.
005300            MOVE WS-SUSP-DAYS              TO WS-DAYS-LEFT.
005310            MOVE WS-START-DATE             TO WS-DATE-NUM.
005320            PERFORM 26000-POST-DAY-PARA
005330                UNTIL WS-DAYS-LEFT         = 0
005340                OR WS-DATE-NUM             > WS-TERM-END
005350                OR WS-ERROR-FLAG           = "YES".
005360            IF  WS-DAYS-LEFT               > 0
005370                ADD WS-DAYS-LEFT           TO WS-DAYS-SHORT
005380                MOVE WS-DAYS-LEFT          TO WS-SR-DAYS
005390                MOVE WS-SHORT-REASON       TO WS-EXC-REASON
005400                MOVE "NOTE     - "         TO WS-EXC-LABEL
005410                MOVE II-ENROLL-NO          TO WS-EXC-ENROLL-NO
005420                MOVE II-INC-DATE           TO WS-EXC-DATE
005430                MOVE WS-EXCEPTION-OUT      TO ES-EXCEPTION-REC
005440                WRITE ES-EXCEPTION-REC
005450                MOVE "REJECTED - "         TO WS-EXC-LABEL
005460            END-IF.
005470       ******************************************************************
005480       * POST ONE CALENDAR DAY IF IT IS A SCHOOL DAY. AN ATTENDANCE DAY
005490       * ALREADY ON FILE HAS EVERY PERIOD IN SESSION MARKED E; A DAY
005500       * NOT YET POSTED IS WRITTEN WITH ALL SIX PERIODS E.
005510       ******************************************************************
005520        26000-POST-DAY-PARA.
005530            MOVE "DW"                      TO LK-DT-FUNCTION.
005540            MOVE WS-DATE-NUM               TO LK-DT-DATE-1.
005550            CALL 'SPGM0906'                USING LK-DATESVC-PARMS.
005560            IF  LK-DT-DOW                  < 6
005570                MOVE II-ENROLL-NO          TO AT-ENROLL-NO
005580                MOVE WS-DATE-NUM           TO AT-ATT-DATE
005590                READ ATT-FILE
005600                    INVALID KEY
005610                        MOVE SPACES        TO AT-ATT-REC
005620                        MOVE II-ENROLL-NO  TO AT-ENROLL-NO
005630                        MOVE WS-DATE-NUM   TO AT-ATT-DATE
005640                        PERFORM 26200-EXCUSE-PERIOD-PARA
005650                            VARYING WS-PERIOD-SUB FROM 1 BY 1
005660                            UNTIL WS-PERIOD-SUB > 6
005670                        WRITE AT-ATT-REC
005680                    NOT INVALID KEY
005690                        PERFORM 26100-EXCUSE-SESSION-PARA
005700                            VARYING WS-PERIOD-SUB FROM 1 BY 1
005710                            UNTIL WS-PERIOD-SUB > 6
005720                        REWRITE AT-ATT-REC
005730                END-READ
005740                IF  WS-ATT-FS              = "00"
005750                    ADD 1                  TO WS-DAYS-POSTED
005760                    MOVE WS-DATE-NUM       TO WS-LAST-POSTED
005770                    SUBTRACT 1             FROM WS-DAYS-LEFT
005780                ELSE
005790                    DISPLAY "ATTFILE UPDATE ERROR - STATUS "
005800                        WS-ATT-FS " - KEY " AT-ATT-KEY
005810                    MOVE "CEXM1036"        TO LK-PGM-ID
005820                    MOVE "ATTFILE"         TO LK-FILE-ID
005830                    MOVE WS-ATT-FS         TO LK-FILE-STATUS
005840                    CALL 'SPGMABND'        USING LK-ABEND-PARMS
005850                    IF  LK-ABEND-YES
005860                        MOVE 16            TO RETURN-CODE
005870                        MOVE "YES"         TO WS-ERROR-FLAG
005880                    END-IF
005890                END-IF
005900            END-IF.
005910            PERFORM 26500-NEXT-DAY-PARA.
005920       ******************************************************************
005930       * MARK ONE PERIOD E IF IT WAS IN SESSION (NOT BLANK).
005940       ******************************************************************
005950        26100-EXCUSE-SESSION-PARA.
005960            IF  AT-PERIOD-CODE(WS-PERIOD-SUB) NOT = SPACE
005970                MOVE "E"
005980                    TO AT-PERIOD-CODE(WS-PERIOD-SUB)
005990            END-IF.
006000       ******************************************************************
006010       * MARK ONE PERIOD E.
006020       ******************************************************************
006030        26200-EXCUSE-PERIOD-PARA.
006040            MOVE "E"
006050                TO AT-PERIOD-CODE(WS-PERIOD-SUB).
006060       ******************************************************************
006070       * ADVANCE WS-DATE-NUM BY ONE CALENDAR DAY (LEAP YEARS: EVERY
006080       * FOURTH YEAR, EXCEPT CENTURIES NOT DIVISIBLE BY 400).
006090       ******************************************************************
006100        26500-NEXT-DAY-PARA.
006110            MOVE WS-MONTH-DAYS(WS-DT-MM)   TO WS-MONTH-LAST.
006120            IF  WS-DT-MM                   = 2
006130                DIVIDE WS-DT-YYYY BY 4     GIVING WS-QUOTIENT
006140                    REMAINDER WS-REM-4
006150                DIVIDE WS-DT-YYYY BY 100   GIVING WS-QUOTIENT
006160                    REMAINDER WS-REM-100
006170                DIVIDE WS-DT-YYYY BY 400   GIVING WS-QUOTIENT
006180                    REMAINDER WS-REM-400
006190                IF  WS-REM-4 = 0
006200                    AND (WS-REM-100 NOT = 0 OR WS-REM-400 = 0)
006210                    MOVE 29                TO WS-MONTH-LAST
006220                END-IF
006230            END-IF.
006240            IF  WS-DT-DD                   < WS-MONTH-LAST
006250                ADD 1                      TO WS-DT-DD
006260            ELSE
006270                MOVE 1                     TO WS-DT-DD
006280                IF  WS-DT-MM               = 12
006290                    MOVE 1                 TO WS-DT-MM
006300                    ADD 1                  TO WS-DT-YYYY
006310                ELSE
006320                    ADD 1                  TO WS-DT-MM
006330                END-IF
006340            END-IF.
006350       ******************************************************************
006360       * LOG A REJECTED INCIDENT CARD TO THE EXCEPTION REPORT.
006370       ******************************************************************
006380        27000-REJECT-PARA.
006390            MOVE II-ENROLL-NO              TO WS-EXC-ENROLL-NO.
006400            MOVE II-INC-DATE               TO WS-EXC-DATE.
006410            MOVE WS-EXCEPTION-OUT          TO ES-EXCEPTION-REC.
006420            WRITE ES-EXCEPTION-REC.
006430            ADD 1                          TO WS-REJECT-COUNT.
006440       ******************************************************************
006450       * DISPLAY COUNTS AND CLOSE THE FILES.
006460       ******************************************************************
006470        30000-CLOSE-PARA.
006480            DISPLAY "INCIDENTS LOADED  : " WS-LOAD-COUNT.
006490            DISPLAY "INCIDENTS REPLACED: " WS-REPLACE-COUNT.
006500            DISPLAY "REJECTED          : " WS-REJECT-COUNT.
006510            DISPLAY "SUSPENSIONS       : " WS-SUSP-COUNT.
006520            DISPLAY "SUSP DAYS POSTED  : " WS-DAYS-POSTED.
006530            DISPLAY "SUSP DAYS PAST END: " WS-DAYS-SHORT.
006540            CLOSE INC-IN-FILE.
006550            CLOSE CODE-FILE.
006560            CLOSE INC-FILE.
006570            CLOSE ATT-FILE.
006580            CLOSE EXCEPTION-FILE.
