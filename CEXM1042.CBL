000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1042.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: OVERDUE NOTICE RUN FOR LIBRARY BOOKS AND
000060       *  TEXTBOOKS. WALKS CEXM1041'S CIRCFILE AND, FOR EVERY ITEM
000070       *  STILL OUT (STATUS O) PAST ITS DUE DATE, PRINTS THE ITEM ON
000080       *  THE OVDRPT REGISTER AND BUILDS A NOTICE LETTER FROM THE
000090       *  LTRTMPL TEMPLATE DATASET (LETTER CODE ON SYSIN, CEXM906'S
000100       *  SUBSTITUTION MACHINERY: &NAME &TITLE &ITEM &DUE &COST &ADDR
000110       *  &CITY) MERGED WITH THE ADDRFILE ADDRESS. AN ADDRESS FLAGGED
000120       *  B BY CEXM985 GETS NO LETTER (CEXM998-STYLE) BUT STAYS ON
000130       *  THE REGISTER. EACH NOTICE SENT IS COUNTED ON THE CIRCFILE
000140       *  RECORD SO THE LOST-ITEM RUN (CEXM1043) CAN SHOW IT.
000150       * CIRCFILE: JEBA02.EMY.COBOL.CIRCFILE (INDEXED ON ENROLL+ITEM)
000160       * ITEMFILE: JEBA02.EMY.COBOL.ITEMFILE (INDEXED ON ITEM NO)
000170       * ADDFILE : JEBA02.EMY.COBOL.ADDRFILE
000180       * LTRTMPL : JEBA02.EMY.COBOL.LTRTMPL
000190       * OVDRPT  : JEBA02.EMY.COBOL.OVDRPT
000200       * OVDLTRS : JEBA02.EMY.COBOL.OVDLTRS
000210       * STUDOUT : VIA SPGM0901 (INDEXED ON ENROLL NO)
000220       * ----------------------------------------------------------------
000230       * PRJ NO    NAME     DATE          MAINT DESC.
000240       * ----------------------------------------------------------------
000250       * JEBA02    EMY     09/22/2026    PROGRAM CREATED.
000260       ******************************************************************
000270        ENVIRONMENT DIVISION.
000280        INPUT-OUTPUT SECTION.
000290        FILE-CONTROL.
000300            SELECT CIRC-FILE
000310                ASSIGN TO CIRCFILE
000320                ORGANIZATION IS INDEXED
000330                ACCESS MODE IS SEQUENTIAL
000340                RECORD KEY IS CR-CIRC-KEY
000350                FILE STATUS IS WS-CIRC-FS.
000360            SELECT ITEM-FILE
000370                ASSIGN TO ITEMFILE
000380                ORGANIZATION IS INDEXED
000390                ACCESS MODE IS RANDOM
000400                RECORD KEY IS IT-ITEM-NO
000410                FILE STATUS IS WS-ITEM-FS.
000420            SELECT ADDR-FILE
000430                ASSIGN TO ADDFILE
000440                ORGANIZATION IS SEQUENTIAL
000450                ACCESS MODE IS SEQUENTIAL
000460                FILE STATUS IS WS-ADDR-FS.
000470            SELECT TMPL-FILE
000480                ASSIGN TO LTRTMPL
000490                ORGANIZATION IS SEQUENTIAL
000500                ACCESS MODE IS SEQUENTIAL
000510                FILE STATUS IS WS-TMPL-FS.
000520            SELECT REPORT-FILE
000530                ASSIGN TO OVDRPT
000540                ORGANIZATION IS SEQUENTIAL
000550                ACCESS MODE IS SEQUENTIAL
000560                FILE STATUS IS WS-REPORT-FS.
000570            SELECT LETTER-FILE
000580                ASSIGN TO OVDLTRS
000590                ORGANIZATION IS SEQUENTIAL
000600                ACCESS MODE IS SEQUENTIAL
000610                FILE STATUS IS WS-LETTER-FS.
000620        DATA DIVISION.
000630        FILE SECTION.
000640        FD  CIRC-FILE.
000650        01  CR-CIRC-REC.
000660            05  CR-CIRC-KEY.
000670                10  CR-ENROLL-NO          PIC 9(06).
000680                10  CR-ITEM-NO            PIC X(08).
000690            05  CR-OUT-DATE               PIC X(08).
000700            05  CR-DUE-DATE               PIC X(08).
000710            05  CR-RETURN-DATE            PIC X(08).
000720            05  CR-CIRC-STATUS            PIC X(01).
000730            05  CR-LOST-DATE              PIC X(08).
000740            05  CR-CHARGE-AMT             PIC 9(05)V9(02).
000750            05  CR-NOTICE-COUNT           PIC 9(02).
000760            05  FILLER                    PIC X(24).
000770        FD  ITEM-FILE.
000780        01  IT-ITEM-REC.
000790            05  IT-ITEM-NO                PIC X(08).
000800            05  IT-TITLE                  PIC X(30).
000810            05  IT-ITEM-TYPE              PIC X(01).
000820            05  IT-REPL-COST              PIC 9(05)V9(02).
000830            05  IT-ITEM-STATUS            PIC X(01).
000840            05  IT-OUT-ENROLL-NO          PIC 9(06).
000850            05  IT-ADD-DATE               PIC X(08).
000860            05  FILLER                    PIC X(19).
000870        FD  ADDR-FILE.
000880        01  AS-ADDR-REC.
000890            05  AS-ENROLL-NO              PIC 9(06).
000900            05  AS-SNAME                  PIC X(30).
000910            05  AS-STREET                 PIC X(30).
000920            05  AS-CITY                   PIC X(20).
000930            05  AS-COUNTRY                PIC X(15).
000940            05  AS-STATE                  PIC X(10).
000950            05  AS-ZIPCODE                PIC 9(08).
000960            05  AS-BAD-ADDR-FLAG          PIC X(01).
000970            05  FILLER                    PIC X(40).
000980        FD  TMPL-FILE.
000990        01  TL-TMPL-REC.
001000            05  TL-LETTER-CODE            PIC X(03).
001010            05  TL-TEXT                   PIC X(70).
001020            05  TL-LANG-CODE              PIC X(02).
001030            05  FILLER                    PIC X(05).
001040        FD  REPORT-FILE.
001050        01  RS-REPORT-REC                 PIC X(80).
001060        FD  LETTER-FILE.
001070        01  LS-LETTER-REC                 PIC X(80).
001080        WORKING-STORAGE SECTION.
001090        01  WS-CIRC-FS                    PIC X(02).
001100        01  WS-ITEM-FS                    PIC X(02).
001110        01  WS-ADDR-FS                    PIC X(02).
001120        01  WS-TMPL-FS                    PIC X(02).
001130        01  WS-REPORT-FS                  PIC X(02).
001140        01  WS-LETTER-FS                  PIC X(02).
001150        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001160        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
001170        01  WS-ADDR-EOF                   PIC X(03) VALUE "NO".
001180        01  WS-TMPL-EOF                   PIC X(03) VALUE "NO".
001190        01  WS-LETTER-CODE                PIC X(03).
001200        01  WS-CURRENT-DATE-DATA          PIC X(20).
001210        01  WS-TODAY-DATE                 PIC X(08).
001220        01  WS-READ-COUNT                 PIC 9(06) VALUE 0.
001230        01  WS-OVERDUE-COUNT              PIC 9(06) VALUE 0.
001240        01  WS-LETTER-COUNT               PIC 9(06) VALUE 0.
001250        01  WS-BADADDR-SKIP-COUNT         PIC 9(06) VALUE 0.
001260        01  WS-STUD-NAME                  PIC X(30).
001270        01  WS-ITEM-TITLE                 PIC X(30).
001280        01  WS-COST-EDIT                  PIC $$$,$$9.99.
001290        01  WS-COST-LEAD                  PIC 9(02).
001300        01  WS-DUE-NUM                    PIC 9(08).
001310        01  WS-DUE-R REDEFINES WS-DUE-NUM.
001320            05  WS-DUE-YYYY               PIC 9(04).
001330            05  WS-DUE-MM                 PIC 9(02).
001340            05  WS-DUE-DD                 PIC 9(02).
001350        01  WS-DUE-SHOW.
001360            05  WS-DS-MM                  PIC 9(02).
001370            05  FILLER                    PIC X(01) VALUE "/".
001380            05  WS-DS-DD                  PIC 9(02).
001390            05  FILLER                    PIC X(01) VALUE "/".
001400            05  WS-DS-YYYY                PIC 9(04).
001410       * MAILING ADDRESSES KEYED ON ENROLL NUMBER, CEXM998-STYLE.
001420        01  WS-ADDR-COUNT                 PIC 9(04) VALUE 0.
001430        01  WS-ADDR-TABLE.
001440            05  WS-AT-ENTRY               OCCURS 9999 TIMES.
001450                10  WS-AT-ENROLL-NO       PIC 9(06).
001460                10  WS-AT-STREET          PIC X(30).
001470                10  WS-AT-CITY            PIC X(20).
001480                10  WS-AT-BAD-FLAG        PIC X(01).
001490        01  WS-ADDR-SUB                   PIC 9(04).
001500        01  WS-ADDR-HIT                   PIC 9(04).
001510        01  WS-LTR-STREET                 PIC X(30).
001520        01  WS-LTR-CITY                   PIC X(20).
001530       * LETTER TEMPLATE MACHINERY, CEXM906-STYLE.
001540        01  WS-TMPL-COUNT                 PIC 9(02) VALUE 0.
001550        01  WS-TMPL-TABLE.
001560            05  WS-TMPL-LINE              PIC X(70)
001570                                          OCCURS 30 TIMES.
001580        01  WS-TMPL-SUB                   PIC 9(02).
001590        01  WS-WORK-LINE                  PIC X(80).
001600        01  WS-BUILT-LINE                 PIC X(80).
001610        01  WS-TOKEN                      PIC X(06).
001620        01  WS-TOKEN-LEN                  PIC 9(01).
001630        01  WS-TOKEN-POS                  PIC 9(02).
001640        01  WS-TAIL-POS                   PIC 9(02).
001650        01  WS-TAIL-LEN                   PIC 9(02).
001660        01  WS-BUILD-PTR                  PIC 9(03).
001670        01  WS-SUB-VALUE                  PIC X(30).
001680        01  WS-BORDER                     PIC X(66) VALUE ALL "*".
001690        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
001700        01  WS-TITLE-LINE.
001710            05 FILLER                     PIC X(32)
001720                        VALUE "OVERDUE LIBRARY/TEXTBOOK ITEMS -".
001730            05 FILLER                     PIC X(10)
001740                                          VALUE " RUN DATE ".
001750            05 WS-TL-DATE                 PIC X(08).
001760            05 FILLER                     PIC X(30) VALUE SPACES.
001770        01  WS-COLUMN-LINE.
001780            05 FILLER                     PIC X(40)
001790                 VALUE "ENROLL NAME               ITEM     TITLE".
001800            05 FILLER                     PIC X(40)
001810                 VALUE "                DUE      NTC LETTER".
001820        01  WS-DETAIL-LINE.
001830            05 WS-DL-ENROLL-NO            PIC 9(06).
001840            05 FILLER                     PIC X(01) VALUE SPACES.
001850            05 WS-DL-SNAME                PIC X(18).
001860            05 FILLER                     PIC X(01) VALUE SPACES.
001870            05 WS-DL-ITEM-NO              PIC X(08).
001880            05 FILLER                     PIC X(01) VALUE SPACES.
001890            05 WS-DL-TITLE                PIC X(20).
001900            05 FILLER                     PIC X(01) VALUE SPACES.
001910            05 WS-DL-DUE                  PIC X(08).
001920            05 FILLER                     PIC X(01) VALUE SPACES.
001930            05 WS-DL-NOTICES              PIC Z9.
001940            05 FILLER                     PIC X(02) VALUE SPACES.
001950            05 WS-DL-LETTER               PIC X(11).
001960        01  WS-TRAILER.
001970            05 FILLER                     PIC X(26)
001980                        VALUE "OVERDUE ITEMS:            ".
001990            05 WS-TR-COUNT                PIC ZZZ,ZZ9.
002000            05 FILLER                     PIC X(47) VALUE SPACES.
002010        COPY SPGM0901L.
002020        COPY SPGMABNL.
002030        PROCEDURE DIVISION.
002040       ******************************************************************
002050       * MAIN PROGRAM FLOW.
002060       ******************************************************************
002070        00000-MAIN-PARA.
002080            PERFORM 05000-ACCEPT-PARA.
002090            PERFORM 10000-INITIALIZE-PARA.
002100            IF  WS-ERROR-FLAG              NOT = "YES"
002110                PERFORM 14000-LOAD-ADDR-PARA
002120                    UNTIL WS-ADDR-EOF      = "YES"
002130                PERFORM 16000-LOAD-TMPL-PARA
002140                    UNTIL WS-TMPL-EOF      = "YES"
002150            END-IF.
002160            PERFORM 20000-PROCESS-PARA
002170              UNTIL WS-ERROR-FLAG = "YES"
002180              OR    WS-ENDOFFILE  = "YES".
002190            PERFORM 30000-CLOSE-PARA.
002200            STOP RUN.
002210       ******************************************************************
002220       * ACCEPT THE NOTICE LETTER CODE FROM SYSIN, CEXM906-STYLE.
002230       ******************************************************************
002240        05000-ACCEPT-PARA.
002250            ACCEPT WS-LETTER-CODE.
002260       ******************************************************************
002270       * OPEN EVERYTHING, PICK UP THE RUN DATE, AND HEAD THE REGISTER.
002280       ******************************************************************
002290        10000-INITIALIZE-PARA.
002300            MOVE SPACE                     TO LK-CHECK-FLAG.
002310            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
002320            MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-TODAY-DATE.
002330            OPEN I-O CIRC-FILE.
002340            IF WS-CIRC-FS                 NOT = "00"
002350               DISPLAY "CIRCFILE ACCESS ERROR."
002360               MOVE "CEXM1042"            TO LK-PGM-ID
002370               MOVE "CIRCFILE"            TO LK-FILE-ID
002380               MOVE WS-CIRC-FS            TO LK-FILE-STATUS
002390               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002400               IF  LK-ABEND-YES
002410                   MOVE 16                TO RETURN-CODE
002420                   MOVE "YES"             TO WS-ERROR-FLAG
002430               END-IF
002440            END-IF.
002450            OPEN INPUT ITEM-FILE.
002460            IF WS-ITEM-FS                 NOT = "00"
002470               DISPLAY "ITEMFILE ACCESS ERROR."
002480               MOVE "CEXM1042"            TO LK-PGM-ID
002490               MOVE "ITEMFILE"            TO LK-FILE-ID
002500               MOVE WS-ITEM-FS            TO LK-FILE-STATUS
002510               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002520               IF  LK-ABEND-YES
002530                   MOVE 16                TO RETURN-CODE
002540                   MOVE "YES"             TO WS-ERROR-FLAG
002550               END-IF
002560            END-IF.
002570            OPEN INPUT ADDR-FILE.
002580            IF WS-ADDR-FS                 NOT = "00"
002590               DISPLAY "ADDRFILE ACCESS ERROR."
002600               MOVE "CEXM1042"            TO LK-PGM-ID
002610               MOVE "ADDFILE"             TO LK-FILE-ID
002620               MOVE WS-ADDR-FS            TO LK-FILE-STATUS
002630               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002640               IF  LK-ABEND-YES
002650                   MOVE 16                TO RETURN-CODE
002660                   MOVE "YES"             TO WS-ERROR-FLAG
002670               END-IF
002680            END-IF.
002690            OPEN INPUT TMPL-FILE.
002700            IF WS-TMPL-FS                 NOT = "00"
002710               DISPLAY "LTRTMPL ACCESS ERROR."
002720               MOVE "CEXM1042"            TO LK-PGM-ID
002730               MOVE "LTRTMPL"             TO LK-FILE-ID
002740               MOVE WS-TMPL-FS            TO LK-FILE-STATUS
002750               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002760               IF  LK-ABEND-YES
002770                   MOVE 16                TO RETURN-CODE
002780                   MOVE "YES"             TO WS-ERROR-FLAG
002790               END-IF
002800            END-IF.
002810            OPEN OUTPUT REPORT-FILE.
002820            IF WS-REPORT-FS               NOT = "00"
002830               DISPLAY "OVDRPT ACCESS ERROR."
002840               MOVE "CEXM1042"            TO LK-PGM-ID
002850               MOVE "OVDRPT"              TO LK-FILE-ID
002860               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
002870               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002880               IF  LK-ABEND-YES
002890                   MOVE 16                TO RETURN-CODE
002900                   MOVE "YES"             TO WS-ERROR-FLAG
002910               END-IF
002920            END-IF.
002930            OPEN OUTPUT LETTER-FILE.
002940            IF WS-LETTER-FS               NOT = "00"
002950               DISPLAY "OVDLTRS ACCESS ERROR."
002960               MOVE "CEXM1042"            TO LK-PGM-ID
002970               MOVE "OVDLTRS"             TO LK-FILE-ID
002980               MOVE WS-LETTER-FS          TO LK-FILE-STATUS
002990               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003000               IF  LK-ABEND-YES
003010                   MOVE 16                TO RETURN-CODE
003020                   MOVE "YES"             TO WS-ERROR-FLAG
003030               END-IF
003040            END-IF.
003050            IF  WS-ERROR-FLAG              NOT = "YES"
003060                MOVE WS-TODAY-DATE         TO WS-TL-DATE
003070                MOVE WS-TITLE-LINE         TO RS-REPORT-REC
003080                WRITE RS-REPORT-REC
003090                MOVE WS-COLUMN-LINE        TO RS-REPORT-REC
003100                WRITE RS-REPORT-REC
003110                MOVE WS-HEADER1            TO RS-REPORT-REC
003120                WRITE RS-REPORT-REC
003130            END-IF.
003140       ******************************************************************
003150       * LOAD THE MAILING ADDRESSES WITH THEIR BAD-ADDRESS FLAGS.
003160       ******************************************************************
003170        14000-LOAD-ADDR-PARA.
003180            READ ADDR-FILE
003190            AT END
003200                MOVE "YES"                 TO WS-ADDR-EOF
003210            NOT AT END
003220                IF  WS-ADDR-COUNT          < 9999
003230                    ADD 1                  TO WS-ADDR-COUNT
003240                    MOVE AS-ENROLL-NO
003250                        TO WS-AT-ENROLL-NO(WS-ADDR-COUNT)
003260                    MOVE AS-STREET
003270                        TO WS-AT-STREET(WS-ADDR-COUNT)
003280                    MOVE AS-CITY
003290                        TO WS-AT-CITY(WS-ADDR-COUNT)
003300                    MOVE AS-BAD-ADDR-FLAG
003310                        TO WS-AT-BAD-FLAG(WS-ADDR-COUNT)
003320                END-IF
003330            END-READ.
003340       ******************************************************************
003350       * LOAD THE NOTICE TEMPLATE LINES FOR THIS RUN'S LETTER CODE.
003360       ******************************************************************
003370        16000-LOAD-TMPL-PARA.
003380            READ TMPL-FILE
003390            AT END
003400                MOVE "YES"                 TO WS-TMPL-EOF
003410                IF  WS-TMPL-COUNT          = 0
003420                    DISPLAY "NO LTRTMPL LINES FOR LETTER CODE "
003430                        WS-LETTER-CODE " - RUN REFUSED."
003440                    MOVE 16                TO RETURN-CODE
003450                    MOVE "YES"             TO WS-ERROR-FLAG
003460                END-IF
003470            NOT AT END
003480       * ONLY THE BASE-LANGUAGE (BLANK CODE) LINES, AS CEXM978 DOES.
003490                IF  TL-LETTER-CODE         = WS-LETTER-CODE
003500                    AND TL-LANG-CODE       = SPACES
003510                    IF  WS-TMPL-COUNT      = 30
003520                        DISPLAY "TEMPLATE TABLE FULL AT 30 LINES."
003530                    ELSE
003540                        ADD 1              TO WS-TMPL-COUNT
003550                        MOVE TL-TEXT
003560                            TO WS-TMPL-LINE(WS-TMPL-COUNT)
003570                    END-IF
003580                END-IF
003590            END-READ.
003600       ******************************************************************
003610       * READ ONE CIRCULATION RECORD. AN ITEM STILL OUT WHOSE DUE
003620       * DATE HAS PASSED IS OVERDUE.
003630       ******************************************************************
003640        20000-PROCESS-PARA.
003650            READ CIRC-FILE
003660            AT END
003670                MOVE "YES"                 TO WS-ENDOFFILE
003680            NOT AT END
003690                ADD 1                      TO WS-READ-COUNT
003700                IF  CR-CIRC-STATUS         = "O"
003710                    AND CR-DUE-DATE        < WS-TODAY-DATE
003720                    PERFORM 22000-OVERDUE-PARA
003730                END-IF
003740            END-READ.
003750       ******************************************************************
003760       * LOOK UP THE STUDENT, ITEM AND ADDRESS, SEND THE NOTICE
003770       * UNLESS THE ADDRESS IS FLAGGED BAD, AND PRINT THE ITEM.
003780       ******************************************************************
003790        22000-OVERDUE-PARA.
003800            ADD 1                          TO WS-OVERDUE-COUNT.
003810            MOVE CR-ENROLL-NO              TO LK-ENROLL-NO.
003820            CALL 'SPGM0901'                USING LK-STUDLOOKUP-PARMS.
003830            MOVE "*** NOT ON STUDFILE ***"  TO WS-STUD-NAME.
003840            IF  LK-FOUND
003850                MOVE LK-SNAME              TO WS-STUD-NAME
003860            END-IF.
003870            MOVE CR-ITEM-NO                TO IT-ITEM-NO.
003880            READ ITEM-FILE
003890                INVALID KEY
003900                    MOVE "*** NOT ON ITEMFILE ***" TO WS-ITEM-TITLE
003910                    MOVE 0                 TO IT-REPL-COST
003920                NOT INVALID KEY
003930                    MOVE IT-TITLE          TO WS-ITEM-TITLE
003940            END-READ.
003950            PERFORM 23000-FIND-ADDR-PARA.
003960            EVALUATE TRUE
003970                WHEN WS-ADDR-HIT           = 0
003980                    MOVE "NO ADDRESS"      TO WS-DL-LETTER
003990                WHEN WS-AT-BAD-FLAG(WS-ADDR-HIT) = "B"
004000                    ADD 1                  TO WS-BADADDR-SKIP-COUNT
004010                    MOVE "BAD ADDRESS"     TO WS-DL-LETTER
004020                WHEN OTHER
004030                    MOVE WS-AT-STREET(WS-ADDR-HIT) TO WS-LTR-STREET
004040                    MOVE WS-AT-CITY(WS-ADDR-HIT)   TO WS-LTR-CITY
004050                    PERFORM 27000-WRITE-LETTER-PARA
004060                    ADD 1                  TO CR-NOTICE-COUNT
004070                    REWRITE CR-CIRC-REC
004080                    MOVE "SENT"            TO WS-DL-LETTER
004090            END-EVALUATE.
004100            MOVE CR-ENROLL-NO              TO WS-DL-ENROLL-NO.
004110            MOVE WS-STUD-NAME              TO WS-DL-SNAME.
004120            MOVE CR-ITEM-NO                TO WS-DL-ITEM-NO.
004130            MOVE WS-ITEM-TITLE             TO WS-DL-TITLE.
004140            MOVE CR-DUE-DATE               TO WS-DL-DUE.
004150            MOVE CR-NOTICE-COUNT           TO WS-DL-NOTICES.
004160            MOVE WS-DETAIL-LINE            TO RS-REPORT-REC.
004170            WRITE RS-REPORT-REC.
004180       ******************************************************************
004190       * FIND THE STUDENT'S MAILING ADDRESS (0 = NONE ON FILE).
004200       ******************************************************************
004210        23000-FIND-ADDR-PARA.
004220            MOVE 0                         TO WS-ADDR-HIT.
004230            PERFORM 23100-SCAN-ADDR-PARA
004240                VARYING WS-ADDR-SUB FROM 1 BY 1
004250                UNTIL WS-ADDR-SUB          > WS-ADDR-COUNT
004260                OR WS-ADDR-HIT             NOT = 0.
004270        23100-SCAN-ADDR-PARA.
004280            IF  WS-AT-ENROLL-NO(WS-ADDR-SUB) = CR-ENROLL-NO
004290                MOVE WS-ADDR-SUB           TO WS-ADDR-HIT
004300            END-IF.
004310       ******************************************************************
004320       * ONE BORDERED NOTICE PER OVERDUE ITEM. THE COST AND DUE DATE
004330       * ARE EDITED ONCE HERE FOR THE TEMPLATE LINES.
004340       ******************************************************************
004350        27000-WRITE-LETTER-PARA.
004360            MOVE IT-REPL-COST              TO WS-COST-EDIT.
004370            MOVE 0                         TO WS-COST-LEAD.
004380            INSPECT WS-COST-EDIT TALLYING WS-COST-LEAD
004390                FOR LEADING SPACES.
004400            MOVE 0                         TO WS-DUE-NUM.
004410            IF  CR-DUE-DATE                IS NUMERIC
004420                MOVE CR-DUE-DATE           TO WS-DUE-NUM
004430            END-IF.
004440            MOVE WS-DUE-MM                 TO WS-DS-MM.
004450            MOVE WS-DUE-DD                 TO WS-DS-DD.
004460            MOVE WS-DUE-YYYY               TO WS-DS-YYYY.
004470            MOVE WS-BORDER                 TO LS-LETTER-REC.
004480            WRITE LS-LETTER-REC.
004490            PERFORM 28000-PRINT-TMPL-PARA
004500                VARYING WS-TMPL-SUB FROM 1 BY 1
004510                UNTIL WS-TMPL-SUB          > WS-TMPL-COUNT.
004520            MOVE WS-BORDER                 TO LS-LETTER-REC.
004530            WRITE LS-LETTER-REC.
004540            ADD 1                          TO WS-LETTER-COUNT.
004550       ******************************************************************
004560       * PRINT ONE TEMPLATE LINE, RESOLVING ITS SUBSTITUTION
004570       * VARIABLES (CEXM906'S MACHINERY).
004580       ******************************************************************
004590        28000-PRINT-TMPL-PARA.
004600            MOVE SPACES                    TO WS-WORK-LINE.
004610            MOVE WS-TMPL-LINE(WS-TMPL-SUB) TO WS-WORK-LINE.
004620            MOVE "&NAME"                   TO WS-TOKEN.
004630            MOVE 5                         TO WS-TOKEN-LEN.
004640            MOVE WS-STUD-NAME              TO WS-SUB-VALUE.
004650            PERFORM 28500-APPLY-TOKEN-PARA.
004660            MOVE "&TITLE"                  TO WS-TOKEN.
004670            MOVE 6                         TO WS-TOKEN-LEN.
004680            MOVE WS-ITEM-TITLE             TO WS-SUB-VALUE.
004690            PERFORM 28500-APPLY-TOKEN-PARA.
004700            MOVE "&ITEM"                   TO WS-TOKEN.
004710            MOVE 5                         TO WS-TOKEN-LEN.
004720            MOVE CR-ITEM-NO                TO WS-SUB-VALUE.
004730            PERFORM 28500-APPLY-TOKEN-PARA.
004740            MOVE "&DUE"                    TO WS-TOKEN.
004750            MOVE 4                         TO WS-TOKEN-LEN.
004760            MOVE WS-DUE-SHOW               TO WS-SUB-VALUE.
004770            PERFORM 28500-APPLY-TOKEN-PARA.
004780            MOVE "&COST"                   TO WS-TOKEN.
004790            MOVE 5                         TO WS-TOKEN-LEN.
004800            MOVE WS-COST-EDIT(WS-COST-LEAD + 1:) TO WS-SUB-VALUE.
004810            PERFORM 28500-APPLY-TOKEN-PARA.
004820            MOVE "&ADDR"                   TO WS-TOKEN.
004830            MOVE 5                         TO WS-TOKEN-LEN.
004840            MOVE WS-LTR-STREET             TO WS-SUB-VALUE.
004850            PERFORM 28500-APPLY-TOKEN-PARA.
004860            MOVE "&CITY"                   TO WS-TOKEN.
004870            MOVE 5                         TO WS-TOKEN-LEN.
004880            MOVE WS-LTR-CITY               TO WS-SUB-VALUE.
004890            PERFORM 28500-APPLY-TOKEN-PARA.
004900            MOVE WS-WORK-LINE              TO LS-LETTER-REC.
004910            WRITE LS-LETTER-REC.
004920       ******************************************************************
004930       * SPLICE ONE VARIABLE'S VALUE INTO WS-WORK-LINE WHERE WS-TOKEN
004940       * APPEARS, CEXM906'S 21600-APPLY-TOKEN-PARA LOGIC.
004950       ******************************************************************
004960        28500-APPLY-TOKEN-PARA.
004970            MOVE 0                         TO WS-TOKEN-POS.
004980            INSPECT WS-WORK-LINE TALLYING WS-TOKEN-POS
004990                FOR CHARACTERS BEFORE INITIAL
005000                WS-TOKEN(1:WS-TOKEN-LEN).
005010            IF  WS-TOKEN-POS               < 80
005020                MOVE SPACES                TO WS-BUILT-LINE
005030                MOVE 1                     TO WS-BUILD-PTR
005040                IF  WS-TOKEN-POS           > 0
005050                    STRING WS-WORK-LINE(1:WS-TOKEN-POS)
005060                        DELIMITED BY SIZE
005070                        INTO WS-BUILT-LINE
005080                        WITH POINTER WS-BUILD-PTR
005090                        ON OVERFLOW CONTINUE
005100                    END-STRING
005110                END-IF
005120                STRING WS-SUB-VALUE DELIMITED BY "  "
005130                    INTO WS-BUILT-LINE
005140                    WITH POINTER WS-BUILD-PTR
005150                    ON OVERFLOW CONTINUE
005160                END-STRING
005170                COMPUTE WS-TAIL-POS = WS-TOKEN-POS
005180                    + WS-TOKEN-LEN + 1
005190                IF  WS-TAIL-POS            <= 80
005200                    COMPUTE WS-TAIL-LEN = 81 - WS-TAIL-POS
005210                    STRING WS-WORK-LINE(WS-TAIL-POS:WS-TAIL-LEN)
005220                        DELIMITED BY SIZE
005230                        INTO WS-BUILT-LINE
005240                        WITH POINTER WS-BUILD-PTR
005250                        ON OVERFLOW CONTINUE
005260                    END-STRING
005270                END-IF
005280                MOVE WS-BUILT-LINE         TO WS-WORK-LINE
005290            END-IF.
005300       ******************************************************************
005310       * WRITE THE TRAILER AND CLOSE THE FILES.
005320       ******************************************************************
005330        30000-CLOSE-PARA.
005340            MOVE WS-OVERDUE-COUNT          TO WS-TR-COUNT.
005350            MOVE WS-TRAILER                TO RS-REPORT-REC.
005360            WRITE RS-REPORT-REC.
005370            DISPLAY "CIRCULATION READ    : " WS-READ-COUNT.
005380            DISPLAY "OVERDUE ITEMS       : " WS-OVERDUE-COUNT.
005390            DISPLAY "NOTICE LETTERS BUILT: " WS-LETTER-COUNT.
005400            DISPLAY "BAD-ADDRESS SKIPPED : " WS-BADADDR-SKIP-COUNT.
005410            CLOSE CIRC-FILE.
005420            CLOSE ITEM-FILE.
005430            CLOSE ADDR-FILE.
005440            CLOSE TMPL-FILE.
005450            CLOSE REPORT-FILE.
005460            CLOSE LETTER-FILE.
