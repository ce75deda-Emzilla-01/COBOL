000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1061.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: HOUSEHOLD MASTER MAINTENANCE. HHFILE, KEYED ON
000060       *  A HOUSEHOLD NUMBER, CARRIES THE BILLING GUARDIAN, THE FAMILY
000070       *  MAILING ADDRESS AND THE ENROLLMENT NUMBERS OF UP TO 8
000080       *  CHILDREN. CEXM933 USES IT FOR THE SIBLING DISCOUNT AND CEXM998
000090       *  FOR ONE CONSOLIDATED STATEMENT PER FAMILY. HHTRAN CARRIES
000100       *  ADD/CHANGE/DELETE TRANSACTIONS; THE ENROLL NUMBER DECIDES
000110       *  WHAT THE ACTION APPLIES TO:
000120       *    - ENROLL NO BLANK: A ADDS THE HOUSEHOLD (GUARDIAN AND STREET
000130       *      REQUIRED), C CHANGES ITS NON-BLANK GUARDIAN/ADDRESS FIELDS,
000140       *      D DELETES IT AND RELEASES ITS CHILDREN
000150       *    - ENROLL NO GIVEN: A LINKS THE CHILD (MUST BE ON STUDFILE
000160       *      AND NOT ALREADY IN A HOUSEHOLD), D UNLINKS IT
000170       *  ORDER OF THE CHILDREN ON THE RECORD IS THE ORDER THEY WERE
000180       *  LINKED. HHRPT REGISTERS EVERY POSTED TRANSACTION AND REJECT.
000190       * HHFILE  : JEBA02.EMY.COBOL.HHFILE (INDEXED ON HOUSEHOLD NO)
000200       * HHTRAN  : JEBA02.EMY.COBOL.HHTRAN
000210       * HHRPT   : JEBA02.EMY.COBOL.HHRPT
000220       * STUDOUT : VIA SPGM0901 (INDEXED ON ENROLL NO)
000230       * ----------------------------------------------------------------
000240       * PRJ NO    NAME     DATE          MAINT DESC.
000250       * ----------------------------------------------------------------
000260       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000270       ******************************************************************
000280        ENVIRONMENT DIVISION.
000290        INPUT-OUTPUT SECTION.
000300        FILE-CONTROL.
000310            SELECT HH-FILE
000320                ASSIGN TO HHFILE
000330                ORGANIZATION IS INDEXED
000340                ACCESS MODE IS DYNAMIC
000350                RECORD KEY IS HH-HOUSEHOLD-NO
000360                FILE STATUS IS WS-HH-FS.
000370            SELECT TRAN-FILE
000380                ASSIGN TO HHTRAN
000390                ORGANIZATION IS SEQUENTIAL
000400                ACCESS MODE IS SEQUENTIAL
000410                FILE STATUS IS WS-TRAN-FS.
000420            SELECT REPORT-FILE
000430                ASSIGN TO HHRPT
000440                ORGANIZATION IS SEQUENTIAL
000450                ACCESS MODE IS SEQUENTIAL
000460                FILE STATUS IS WS-REPORT-FS.
000470        DATA DIVISION.
000480        FILE SECTION.
000490        FD  HH-FILE.
000500        01  HH-HH-REC.
000510            05  HH-HOUSEHOLD-NO           PIC 9(06).
000520            05  HH-GUARDIAN-NAME          PIC X(30).
000530            05  HH-STREET                 PIC X(30).
000540            05  HH-CITY                   PIC X(20).
000550            05  HH-STATE                  PIC X(10).
000560            05  HH-ZIPCODE                PIC 9(08).
000570            05  HH-COUNTRY                PIC X(15).
000580            05  HH-MEMBER-COUNT           PIC 9(02).
000590            05  HH-MEMBER-ENROLL-NO       PIC 9(06) OCCURS 8 TIMES.
000600            05  HH-ADD-DATE               PIC X(08).
000610            05  HH-CHANGE-DATE            PIC X(08).
000620            05  FILLER                    PIC X(15).
000630        FD  TRAN-FILE.
000640        01  HT-TRAN-REC.
000650            05  HT-ACTION                 PIC X(01).
000660            05  HT-HOUSEHOLD-NO           PIC X(06).
000670            05  HT-ENROLL-NO              PIC X(06).
000680            05  HT-GUARDIAN-NAME          PIC X(30).
000690            05  HT-STREET                 PIC X(30).
000700            05  HT-CITY                   PIC X(20).
000710            05  HT-STATE                  PIC X(10).
000720            05  HT-ZIPCODE                PIC X(08).
000730            05  HT-COUNTRY                PIC X(15).
000740            05  FILLER                    PIC X(34).
000750        FD  REPORT-FILE.
000760        01  RS-REPORT-REC                 PIC X(80).
000770        WORKING-STORAGE SECTION.
000780        01  WS-HH-FS                      PIC X(02).
000790        01  WS-TRAN-FS                    PIC X(02).
000800        01  WS-REPORT-FS                  PIC X(02).
000810        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
000820        01  WS-HH-EOF                     PIC X(03) VALUE "NO".
000830        01  WS-TRAN-EOF                   PIC X(03) VALUE "NO".
000840        01  WS-CURRENT-DATE-DATA          PIC X(20).
000850        01  WS-TODAY                      PIC X(08).
000860        01  WS-TRAN-READ                  PIC 9(06) VALUE 0.
000870        01  WS-ADD-COUNT                  PIC 9(06) VALUE 0.
000880        01  WS-CHANGE-COUNT               PIC 9(06) VALUE 0.
000890        01  WS-DELETE-COUNT               PIC 9(06) VALUE 0.
000900        01  WS-LINK-COUNT                 PIC 9(06) VALUE 0.
000910        01  WS-UNLINK-COUNT               PIC 9(06) VALUE 0.
000920        01  WS-REJECT-COUNT               PIC 9(06) VALUE 0.
000930       * EVERY LINKED CHILD AND ITS HOUSEHOLD, SO A CHILD CAN BE IN
000940       * ONLY ONE. AN UNLINKED CHILD'S SLOT IS ZEROED, NOT REUSED.
000950        01  WS-LNK-COUNT                  PIC 9(04) VALUE 0.
000960        01  WS-LNK-TABLE.
000970            05  WS-LK-ENTRY               OCCURS 9999 TIMES.
000980                10  WS-LK-ENROLL-NO       PIC 9(06).
000990                10  WS-LK-HOUSEHOLD-NO    PIC 9(06).
001000        01  WS-LNK-SUB                    PIC 9(04).
001010        01  WS-LNK-HIT                    PIC 9(04).
001020        01  WS-FIND-ENROLL-NO             PIC 9(06).
001030        01  WS-MEM-SUB                    PIC 9(02).
001040        01  WS-MEM-HIT                    PIC 9(02).
001050        01  WS-REG-ACTION                 PIC X(16).
001060        01  WS-REJECT-REASON              PIC X(24).
001070        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
001080        01  WS-RPT-TITLE.
001090            05 FILLER                     PIC X(40)
001100               VALUE "HOUSEHOLD MASTER MAINTENANCE REGISTER".
001110            05 FILLER                     PIC X(10) VALUE " - RUN OF ".
001120            05 WS-RT-DATE                 PIC X(08).
001130            05 FILLER                     PIC X(22) VALUE SPACES.
001140        01  WS-COLUMN-HEADER.
001150            05 FILLER                     PIC X(40)
001160               VALUE "HSHOLD ENROLL GUARDIAN / CHILD          ".
001170            05 FILLER                     PIC X(40)
001180               VALUE "ACTION           DETAIL                 ".
001190        01  WS-REG-LINE.
001200            05 WS-RL-HOUSEHOLD-NO         PIC X(06).
001210            05 FILLER                     PIC X(01) VALUE SPACE.
001220            05 WS-RL-ENROLL-NO            PIC X(06).
001230            05 FILLER                     PIC X(01) VALUE SPACE.
001240            05 WS-RL-NAME                 PIC X(24).
001250            05 FILLER                     PIC X(01) VALUE SPACE.
001260            05 WS-RL-ACTION               PIC X(16).
001270            05 FILLER                     PIC X(01) VALUE SPACE.
001280            05 WS-RL-DETAIL               PIC X(24).
001290        01  WS-COUNT-DETAIL.
001300            05 FILLER                     PIC X(10) VALUE "CHILDREN: ".
001310            05 WS-CD-COUNT                PIC 9(01).
001320            05 FILLER                     PIC X(13) VALUE SPACES.
001330        01  WS-TOTAL-LINE.
001340            05 WS-TT-LABEL                PIC X(40).
001350            05 WS-TT-COUNT                PIC ZZZ,ZZ9.
001360            05 FILLER                     PIC X(33) VALUE SPACES.
001370        COPY SPGM0901L.
001380        COPY SPGMABNL.
001390        PROCEDURE DIVISION.
001400       ******************************************************************
001410       * MAIN PROGRAM FLOW.
001420       ******************************************************************
001430        00000-MAIN-PARA.
001440            PERFORM 10000-INITIALIZE-PARA.
001450            IF  WS-ERROR-FLAG              NOT = "YES"
001460                PERFORM 12000-LOAD-LINKS-PARA
001470                    UNTIL WS-HH-EOF        = "YES"
001480                PERFORM 20000-TRAN-PARA
001490                    UNTIL WS-ERROR-FLAG    = "YES"
001500                    OR    WS-TRAN-EOF      = "YES"
001510                PERFORM 28000-TOTALS-PARA
001520            END-IF.
001530            PERFORM 30000-CLOSE-PARA.
001540            STOP RUN.
001550       ******************************************************************
001560       * OPEN THE FILES. HHFILE IS CREATED ON FIRST USE.
001570       ******************************************************************
001580        10000-INITIALIZE-PARA.
001590            MOVE SPACE                     TO LK-CHECK-FLAG.
001600            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
001610            MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-TODAY.
001620            OPEN I-O HH-FILE.
001630            IF WS-HH-FS                    = "35"
001640               OPEN OUTPUT HH-FILE
001650               CLOSE HH-FILE
001660               OPEN I-O HH-FILE
001670            END-IF.
001680            IF WS-HH-FS                    NOT = "00"
001690               DISPLAY "HHFILE ACCESS ERROR."
001700               MOVE "CEXM1061"             TO LK-PGM-ID
001710               MOVE "HHFILE"               TO LK-FILE-ID
001720               MOVE WS-HH-FS               TO LK-FILE-STATUS
001730               CALL 'SPGMABND'             USING LK-ABEND-PARMS
001740               IF  LK-ABEND-YES
001750                   MOVE 16                 TO RETURN-CODE
001760                   MOVE "YES"              TO WS-ERROR-FLAG
001770               END-IF
001780            END-IF.
001790            OPEN INPUT TRAN-FILE.
001800            IF WS-TRAN-FS                  NOT = "00"
001810               DISPLAY "HHTRAN ACCESS ERROR."
001820               MOVE "CEXM1061"             TO LK-PGM-ID
001830               MOVE "HHTRAN"               TO LK-FILE-ID
001840               MOVE WS-TRAN-FS             TO LK-FILE-STATUS
001850               CALL 'SPGMABND'             USING LK-ABEND-PARMS
001860               IF  LK-ABEND-YES
001870                   MOVE 16                 TO RETURN-CODE
001880                   MOVE "YES"              TO WS-ERROR-FLAG
001890               END-IF
001900            END-IF.
001910            OPEN OUTPUT REPORT-FILE.
001920            IF WS-REPORT-FS                NOT = "00"
001930               DISPLAY "HHRPT ACCESS ERROR."
001940               MOVE "CEXM1061"             TO LK-PGM-ID
001950               MOVE "HHRPT"                TO LK-FILE-ID
001960               MOVE WS-REPORT-FS           TO LK-FILE-STATUS
001970               CALL 'SPGMABND'             USING LK-ABEND-PARMS
001980               IF  LK-ABEND-YES
001990                   MOVE 16                 TO RETURN-CODE
002000                   MOVE "YES"              TO WS-ERROR-FLAG
002010               END-IF
002020            ELSE
002030               MOVE WS-TODAY               TO WS-RT-DATE
002040               MOVE WS-HEADER1             TO RS-REPORT-REC
002050               WRITE RS-REPORT-REC
002060               MOVE WS-RPT-TITLE           TO RS-REPORT-REC
002070               WRITE RS-REPORT-REC
002080               MOVE WS-HEADER1             TO RS-REPORT-REC
002090               WRITE RS-REPORT-REC
002100               MOVE WS-COLUMN-HEADER       TO RS-REPORT-REC
002110               WRITE RS-REPORT-REC
002120               MOVE WS-HEADER1             TO RS-REPORT-REC
002130               WRITE RS-REPORT-REC
002140            END-IF.
002150       ******************************************************************
002160       * TABLE EVERY CHILD ALREADY LINKED TO A HOUSEHOLD.
002170       ******************************************************************
002180        12000-LOAD-LINKS-PARA.
002190            READ HH-FILE NEXT
002200            AT END
002210                MOVE "YES"                 TO WS-HH-EOF
002220            NOT AT END
002230                PERFORM 12100-LOAD-MEMBER-PARA
002240                    VARYING WS-MEM-SUB FROM 1 BY 1
002250                    UNTIL WS-MEM-SUB       > HH-MEMBER-COUNT
002260            END-READ.
002270        12100-LOAD-MEMBER-PARA.
002280            IF  WS-LNK-COUNT               = 9999
002290                DISPLAY "LINK TABLE FULL AT 9999 - ENROLL NO "
002300                    HH-MEMBER-ENROLL-NO(WS-MEM-SUB) " NOT TABLED."
002310            ELSE
002320                ADD 1                      TO WS-LNK-COUNT
002330                MOVE HH-MEMBER-ENROLL-NO(WS-MEM-SUB)
002340                    TO WS-LK-ENROLL-NO(WS-LNK-COUNT)
002350                MOVE HH-HOUSEHOLD-NO
002360                    TO WS-LK-HOUSEHOLD-NO(WS-LNK-COUNT)
002370            END-IF.
002380       ******************************************************************
002390       * FIND WS-FIND-ENROLL-NO IN THE LINK TABLE - WS-LNK-HIT ZERO IF
002400       * THE CHILD IS IN NO HOUSEHOLD.
002410       ******************************************************************
002420        13000-FIND-LINK-PARA.
002430            MOVE 0                         TO WS-LNK-HIT.
002440            PERFORM 13100-CHECK-LINK-PARA
002450                VARYING WS-LNK-SUB FROM 1 BY 1
002460                UNTIL WS-LNK-SUB           > WS-LNK-COUNT
002470                OR    WS-LNK-HIT           > 0.
002480        13100-CHECK-LINK-PARA.
002490            IF  WS-LK-ENROLL-NO(WS-LNK-SUB) = WS-FIND-ENROLL-NO
002500                MOVE WS-LNK-SUB            TO WS-LNK-HIT
002510            END-IF.
002520       ******************************************************************
002530       * READ ONE TRANSACTION, EDIT IT AND ROUTE IT.
002540       ******************************************************************
002550        20000-TRAN-PARA.
002560            READ TRAN-FILE
002570            AT END
002580                MOVE "YES"                 TO WS-TRAN-EOF
002590            NOT AT END
002600                ADD 1                      TO WS-TRAN-READ
002610                MOVE HT-HOUSEHOLD-NO       TO WS-RL-HOUSEHOLD-NO
002620                MOVE HT-ENROLL-NO          TO WS-RL-ENROLL-NO
002630                MOVE HT-GUARDIAN-NAME      TO WS-RL-NAME
002640                EVALUATE TRUE
002650                    WHEN HT-ACTION         NOT = "A"
002660                        AND HT-ACTION      NOT = "C"
002670                        AND HT-ACTION      NOT = "D"
002680                        MOVE "ACTION NOT A, C OR D"
002690                                           TO WS-REJECT-REASON
002700                        PERFORM 27000-REJECT-PARA
002710                    WHEN HT-HOUSEHOLD-NO   NOT NUMERIC
002720                        OR HT-HOUSEHOLD-NO = ZEROES
002730                        MOVE "BAD HOUSEHOLD NO"  TO WS-REJECT-REASON
002740                        PERFORM 27000-REJECT-PARA
002750                    WHEN HT-ENROLL-NO      NOT = SPACES
002760                        AND HT-ENROLL-NO   NOT NUMERIC
002770                        MOVE "ENROLL NO NOT NUMERIC"
002780                                           TO WS-REJECT-REASON
002790                        PERFORM 27000-REJECT-PARA
002800                    WHEN HT-ZIPCODE        NOT = SPACES
002810                        AND HT-ZIPCODE     NOT NUMERIC
002820                        MOVE "ZIP CODE NOT NUMERIC"
002830                                           TO WS-REJECT-REASON
002840                        PERFORM 27000-REJECT-PARA
002850                    WHEN HT-ENROLL-NO      = SPACES
002860                        AND HT-ACTION      = "A"
002870                        PERFORM 22000-ADD-HH-PARA
002880                    WHEN HT-ENROLL-NO      = SPACES
002890                        AND HT-ACTION      = "C"
002900                        PERFORM 23000-CHANGE-HH-PARA
002910                    WHEN HT-ENROLL-NO      = SPACES
002920                        PERFORM 24000-DELETE-HH-PARA
002930                    WHEN HT-ACTION         = "A"
002940                        PERFORM 25000-LINK-PARA
002950                    WHEN HT-ACTION         = "D"
002960                        PERFORM 26000-UNLINK-PARA
002970                    WHEN OTHER
002980                        MOVE "NO ENROLL NO ON A CHANGE"
002990                                           TO WS-REJECT-REASON
003000                        PERFORM 27000-REJECT-PARA
003010                END-EVALUATE
003020            END-READ.
003030       ******************************************************************
003040       * ADD A HOUSEHOLD WITH NO CHILDREN YET.
003050       ******************************************************************
003060        22000-ADD-HH-PARA.
003070            IF  HT-GUARDIAN-NAME           = SPACES
003080                OR HT-STREET               = SPACES
003090                MOVE "GUARDIAN/STREET REQUIRED"
003100                                           TO WS-REJECT-REASON
003110                PERFORM 27000-REJECT-PARA
003120            ELSE
003130                MOVE HT-HOUSEHOLD-NO       TO HH-HOUSEHOLD-NO
003140                READ HH-FILE
003150                    INVALID KEY
003160                        PERFORM 22100-NEW-HH-PARA
003170                    NOT INVALID KEY
003180                        MOVE "HOUSEHOLD ALREADY EXISTS"
003190                                           TO WS-REJECT-REASON
003200                        PERFORM 27000-REJECT-PARA
003210                END-READ
003220            END-IF.
003230        22100-NEW-HH-PARA.
003240            MOVE SPACES                    TO HH-HH-REC.
003250            MOVE HT-HOUSEHOLD-NO           TO HH-HOUSEHOLD-NO.
003260            MOVE HT-GUARDIAN-NAME          TO HH-GUARDIAN-NAME.
003270            MOVE HT-STREET                 TO HH-STREET.
003280            MOVE HT-CITY                   TO HH-CITY.
003290            MOVE HT-STATE                  TO HH-STATE.
003300            MOVE HT-COUNTRY                TO HH-COUNTRY.
003310            IF  HT-ZIPCODE                 = SPACES
003320                MOVE 0                     TO HH-ZIPCODE
003330            ELSE
003340                MOVE HT-ZIPCODE            TO HH-ZIPCODE
003350            END-IF.
003360            MOVE 0                         TO HH-MEMBER-COUNT.
003370            PERFORM 22200-CLEAR-MEMBER-PARA
003380                VARYING WS-MEM-SUB FROM 1 BY 1
003390                UNTIL WS-MEM-SUB           > 8.
003400            MOVE WS-TODAY                  TO HH-ADD-DATE.
003410            MOVE WS-TODAY                  TO HH-CHANGE-DATE.
003420            WRITE HH-HH-REC.
003430            IF  WS-HH-FS                   = "00"
003440                ADD 1                      TO WS-ADD-COUNT
003450                MOVE "HOUSEHOLD ADDED"     TO WS-REG-ACTION
003460                PERFORM 26500-REGISTER-PARA
003470            ELSE
003480                PERFORM 29000-HH-ERROR-PARA
003490            END-IF.
003500        22200-CLEAR-MEMBER-PARA.
003510            MOVE 0                 TO HH-MEMBER-ENROLL-NO(WS-MEM-SUB).
003520       ******************************************************************
003530       * CHANGE THE NON-BLANK GUARDIAN AND ADDRESS FIELDS.
003540       ******************************************************************
003550        23000-CHANGE-HH-PARA.
003560            MOVE HT-HOUSEHOLD-NO           TO HH-HOUSEHOLD-NO.
003570            READ HH-FILE
003580                INVALID KEY
003590                    MOVE "HOUSEHOLD NOT ON FILE" TO WS-REJECT-REASON
003600                    PERFORM 27000-REJECT-PARA
003610                NOT INVALID KEY
003620                    IF  HT-GUARDIAN-NAME   NOT = SPACES
003630                        MOVE HT-GUARDIAN-NAME TO HH-GUARDIAN-NAME
003640                    END-IF
003650                    IF  HT-STREET          NOT = SPACES
003660                        MOVE HT-STREET     TO HH-STREET
003670                    END-IF
003680                    IF  HT-CITY            NOT = SPACES
003690                        MOVE HT-CITY       TO HH-CITY
003700                    END-IF
003710                    IF  HT-STATE           NOT = SPACES
003720                        MOVE HT-STATE      TO HH-STATE
003730                    END-IF
003740                    IF  HT-ZIPCODE         NOT = SPACES
003750                        MOVE HT-ZIPCODE    TO HH-ZIPCODE
003760                    END-IF
003770                    IF  HT-COUNTRY         NOT = SPACES
003780                        MOVE HT-COUNTRY    TO HH-COUNTRY
003790                    END-IF
003800                    MOVE WS-TODAY          TO HH-CHANGE-DATE
003810                    REWRITE HH-HH-REC
003820                    IF  WS-HH-FS           = "00"
003830                        ADD 1              TO WS-CHANGE-COUNT
003840                        MOVE "HOUSEHOLD CHANGED" TO WS-REG-ACTION
003850                        PERFORM 26500-REGISTER-PARA
003860                    ELSE
003870                        PERFORM 29000-HH-ERROR-PARA
003880                    END-IF
003890            END-READ.
003900       ******************************************************************
003910       * DELETE A HOUSEHOLD. ITS CHILDREN ARE FREE TO BE LINKED TO
003920       * ANOTHER HOUSEHOLD IN THE SAME RUN.
003930       ******************************************************************
003940        24000-DELETE-HH-PARA.
003950            MOVE HT-HOUSEHOLD-NO           TO HH-HOUSEHOLD-NO.
003960            READ HH-FILE
003970                INVALID KEY
003980                    MOVE "HOUSEHOLD NOT ON FILE" TO WS-REJECT-REASON
003990                    PERFORM 27000-REJECT-PARA
004000                NOT INVALID KEY
004010                    MOVE "HOUSEHOLD DELETED" TO WS-REG-ACTION
004020                    PERFORM 26500-REGISTER-PARA
004030                    PERFORM 24100-RELEASE-PARA
004040                        VARYING WS-MEM-SUB FROM 1 BY 1
004050                        UNTIL WS-MEM-SUB   > HH-MEMBER-COUNT
004060                    DELETE HH-FILE RECORD
004070                    IF  WS-HH-FS           = "00"
004080                        ADD 1              TO WS-DELETE-COUNT
004090                    ELSE
004100                        PERFORM 29000-HH-ERROR-PARA
004110                    END-IF
004120            END-READ.
004130        24100-RELEASE-PARA.
004140            MOVE HH-MEMBER-ENROLL-NO(WS-MEM-SUB) TO WS-FIND-ENROLL-NO.
004150            PERFORM 13000-FIND-LINK-PARA.
004160            IF  WS-LNK-HIT                 > 0
004170                MOVE 0                     TO WS-LK-ENROLL-NO(WS-LNK-HIT)
004180            END-IF.
004190       ******************************************************************
004200       * LINK A CHILD TO A HOUSEHOLD.
004210       ******************************************************************
004220        25000-LINK-PARA.
004230            MOVE HT-ENROLL-NO              TO WS-FIND-ENROLL-NO.
004240            PERFORM 13000-FIND-LINK-PARA.
004250            MOVE HT-HOUSEHOLD-NO           TO HH-HOUSEHOLD-NO.
004260            READ HH-FILE
004270                INVALID KEY
004280                    MOVE "HOUSEHOLD NOT ON FILE" TO WS-REJECT-REASON
004290                    PERFORM 27000-REJECT-PARA
004300                NOT INVALID KEY
004310                    PERFORM 25100-LINK-CHILD-PARA
004320            END-READ.
004330        25100-LINK-CHILD-PARA.
004340            MOVE WS-FIND-ENROLL-NO         TO LK-ENROLL-NO.
004350            CALL 'SPGM0901'                USING LK-STUDLOOKUP-PARMS.
004360            IF  LK-FOUND
004370                MOVE LK-SNAME              TO WS-RL-NAME
004380            END-IF.
004390            EVALUATE TRUE
004400                WHEN WS-LNK-HIT            > 0
004410                    MOVE "IN HOUSEHOLD "    TO WS-REJECT-REASON
004420                    MOVE WS-LK-HOUSEHOLD-NO(WS-LNK-HIT)
004430                        TO WS-REJECT-REASON(14:6)
004440                    PERFORM 27000-REJECT-PARA
004450                WHEN NOT LK-FOUND
004460                    MOVE "NOT ON STUDFILE"  TO WS-REJECT-REASON
004470                    PERFORM 27000-REJECT-PARA
004480                WHEN HH-MEMBER-COUNT       = 8
004490                    MOVE "HOUSEHOLD FULL AT 8"
004500                                           TO WS-REJECT-REASON
004510                    PERFORM 27000-REJECT-PARA
004520                WHEN WS-LNK-COUNT          = 9999
004530                    MOVE "LINK TABLE FULL AT 9999"
004540                                           TO WS-REJECT-REASON
004550                    PERFORM 27000-REJECT-PARA
004560                WHEN OTHER
004570                    ADD 1                  TO HH-MEMBER-COUNT
004580                    MOVE WS-FIND-ENROLL-NO
004590                        TO HH-MEMBER-ENROLL-NO(HH-MEMBER-COUNT)
004600                    MOVE WS-TODAY          TO HH-CHANGE-DATE
004610                    REWRITE HH-HH-REC
004620                    IF  WS-HH-FS           = "00"
004630                        ADD 1              TO WS-LNK-COUNT
004640                        MOVE WS-FIND-ENROLL-NO
004650                            TO WS-LK-ENROLL-NO(WS-LNK-COUNT)
004660                        MOVE HH-HOUSEHOLD-NO
004670                            TO WS-LK-HOUSEHOLD-NO(WS-LNK-COUNT)
004680                        ADD 1              TO WS-LINK-COUNT
004690                        MOVE "CHILD LINKED" TO WS-REG-ACTION
004700                        PERFORM 26500-REGISTER-PARA
004710                    ELSE
004720                        PERFORM 29000-HH-ERROR-PARA
004730                    END-IF
004740            END-EVALUATE.
004750       ******************************************************************
004760       * UNLINK A CHILD. THE LATER CHILDREN MOVE UP ONE SLOT SO THE
004770       * LINKING ORDER IS KEPT.
004780       ******************************************************************
004790        26000-UNLINK-PARA.
004800            MOVE HT-ENROLL-NO              TO WS-FIND-ENROLL-NO.
004810            MOVE HT-HOUSEHOLD-NO           TO HH-HOUSEHOLD-NO.
004820            READ HH-FILE
004830                INVALID KEY
004840                    MOVE "HOUSEHOLD NOT ON FILE" TO WS-REJECT-REASON
004850                    PERFORM 27000-REJECT-PARA
004860                NOT INVALID KEY
004870                    MOVE 0                 TO WS-MEM-HIT
004880                    PERFORM 26100-FIND-MEMBER-PARA
004890                        VARYING WS-MEM-SUB FROM 1 BY 1
004900                        UNTIL WS-MEM-SUB   > HH-MEMBER-COUNT
004910                        OR    WS-MEM-HIT   > 0
004920                    IF  WS-MEM-HIT         = 0
004930                        MOVE "CHILD NOT IN HOUSEHOLD"
004940                                           TO WS-REJECT-REASON
004950                        PERFORM 27000-REJECT-PARA
004960                    ELSE
004970                        PERFORM 26200-DROP-MEMBER-PARA
004980                    END-IF
004990            END-READ.
005000        26100-FIND-MEMBER-PARA.
005010            IF  HH-MEMBER-ENROLL-NO(WS-MEM-SUB) = WS-FIND-ENROLL-NO
005020                MOVE WS-MEM-SUB            TO WS-MEM-HIT
005030            END-IF.
005040        26200-DROP-MEMBER-PARA.
005050            PERFORM 26300-SHIFT-MEMBER-PARA
005060                VARYING WS-MEM-SUB FROM WS-MEM-HIT BY 1
005070                UNTIL WS-MEM-SUB           >= HH-MEMBER-COUNT.
005080            MOVE 0 TO HH-MEMBER-ENROLL-NO(HH-MEMBER-COUNT).
005090            SUBTRACT 1                     FROM HH-MEMBER-COUNT.
005100            MOVE WS-TODAY                  TO HH-CHANGE-DATE.
005110            REWRITE HH-HH-REC.
005120            IF  WS-HH-FS                   = "00"
005130                PERFORM 24100-RELEASE-PARA
005140                ADD 1                      TO WS-UNLINK-COUNT
005150                MOVE "CHILD UNLINKED"      TO WS-REG-ACTION
005160                PERFORM 26500-REGISTER-PARA
005170            ELSE
005180                PERFORM 29000-HH-ERROR-PARA
005190            END-IF.
005200        26300-SHIFT-MEMBER-PARA.
005210            MOVE HH-MEMBER-ENROLL-NO(WS-MEM-SUB + 1)
005220                TO HH-MEMBER-ENROLL-NO(WS-MEM-SUB).
005230       ******************************************************************
005240       * REGISTER ONE POSTED TRANSACTION WITH THE HOUSEHOLD'S NEW
005250       * NUMBER OF CHILDREN.
005260       ******************************************************************
005270        26500-REGISTER-PARA.
005280            MOVE WS-REG-ACTION             TO WS-RL-ACTION.
005290            MOVE HH-MEMBER-COUNT           TO WS-CD-COUNT.
005300            MOVE WS-COUNT-DETAIL           TO WS-RL-DETAIL.
005310            IF  WS-RL-NAME                 = SPACES
005320                MOVE HH-GUARDIAN-NAME      TO WS-RL-NAME
005330            END-IF.
005340            MOVE WS-REG-LINE               TO RS-REPORT-REC.
005350            WRITE RS-REPORT-REC.
005360       ******************************************************************
005370       * REGISTER A REJECTED TRANSACTION.
005380       ******************************************************************
005390        27000-REJECT-PARA.
005400            MOVE "REJECTED"                TO WS-RL-ACTION.
005410            MOVE WS-REJECT-REASON          TO WS-RL-DETAIL.
005420            MOVE WS-REG-LINE               TO RS-REPORT-REC.
005430            WRITE RS-REPORT-REC.
005440            ADD 1                          TO WS-REJECT-COUNT.
005450       ******************************************************************
005460       * REGISTER TOTALS.
005470       ******************************************************************
005480        28000-TOTALS-PARA.
005490            MOVE WS-HEADER1                TO RS-REPORT-REC.
005500            WRITE RS-REPORT-REC.
005510            MOVE "TRANSACTIONS READ"       TO WS-TT-LABEL.
005520            MOVE WS-TRAN-READ              TO WS-TT-COUNT.
005530            PERFORM 28100-TOTAL-LINE-PARA.
005540            MOVE "HOUSEHOLDS ADDED"        TO WS-TT-LABEL.
005550            MOVE WS-ADD-COUNT              TO WS-TT-COUNT.
005560            PERFORM 28100-TOTAL-LINE-PARA.
005570            MOVE "HOUSEHOLDS CHANGED"      TO WS-TT-LABEL.
005580            MOVE WS-CHANGE-COUNT           TO WS-TT-COUNT.
005590            PERFORM 28100-TOTAL-LINE-PARA.
005600            MOVE "HOUSEHOLDS DELETED"      TO WS-TT-LABEL.
005610            MOVE WS-DELETE-COUNT           TO WS-TT-COUNT.
005620            PERFORM 28100-TOTAL-LINE-PARA.
005630            MOVE "CHILDREN LINKED"         TO WS-TT-LABEL.
005640            MOVE WS-LINK-COUNT             TO WS-TT-COUNT.
005650            PERFORM 28100-TOTAL-LINE-PARA.
005660            MOVE "CHILDREN UNLINKED"       TO WS-TT-LABEL.
005670            MOVE WS-UNLINK-COUNT           TO WS-TT-COUNT.
005680            PERFORM 28100-TOTAL-LINE-PARA.
005690            MOVE "REJECTED"                TO WS-TT-LABEL.
005700            MOVE WS-REJECT-COUNT           TO WS-TT-COUNT.
005710            PERFORM 28100-TOTAL-LINE-PARA.
005720        28100-TOTAL-LINE-PARA.
005730            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
005740            WRITE RS-REPORT-REC.
005750       ******************************************************************
005760       * AN HHFILE WRITE, REWRITE OR DELETE FAILED - STOP THE RUN.
005770       ******************************************************************
005780        29000-HH-ERROR-PARA.
005790            DISPLAY "HHFILE UPDATE ERROR - STATUS " WS-HH-FS
005800                " - HOUSEHOLD NO " HH-HOUSEHOLD-NO.
005810            MOVE "CEXM1061"                TO LK-PGM-ID.
005820            MOVE "HHFILE"                  TO LK-FILE-ID.
005830            MOVE WS-HH-FS                  TO LK-FILE-STATUS.
005840            CALL 'SPGMABND'                USING LK-ABEND-PARMS.
005850            IF  LK-ABEND-YES
005860                MOVE 16                    TO RETURN-CODE
005870                MOVE "YES"                 TO WS-ERROR-FLAG
005880            END-IF.
005890       ******************************************************************
005900       * DISPLAY COUNTS AND CLOSE THE FILES.
005910       ******************************************************************
005920        30000-CLOSE-PARA.
005930            DISPLAY "TRANSACTIONS READ     : " WS-TRAN-READ.
005940            DISPLAY "HOUSEHOLDS ADDED      : " WS-ADD-COUNT.
005950            DISPLAY "HOUSEHOLDS CHANGED    : " WS-CHANGE-COUNT.
005960            DISPLAY "HOUSEHOLDS DELETED    : " WS-DELETE-COUNT.
005970            DISPLAY "CHILDREN LINKED       : " WS-LINK-COUNT.
005980            DISPLAY "CHILDREN UNLINKED     : " WS-UNLINK-COUNT.
005990            DISPLAY "REJECTED              : " WS-REJECT-COUNT.
006000            CLOSE HH-FILE.
006010            CLOSE TRAN-FILE.
006020            CLOSE REPORT-FILE.
