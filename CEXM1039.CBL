000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1039.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: NURSE'S OFFICE DAILY VISIT LOG. SELECTS THE
000060       *  DAY'S VISITS FROM CEXM1038'S NRSFILE (DATE= CARD, DEFAULT
000070       *  TODAY), SORTS THEM INTO TIME ORDER, AND PRINTS EACH VISIT
000080       *  WITH THE STUDENT'S NAME (SPGM0901), THE COMPLAINT (NRSCODE)
000090       *  AND THE DISPOSITION. BESIDE EACH VISIT GO THE CONTACT
000100       *  REACHED AND THE STUDENT'S TWO TOP-PRIORITY CEXM975 CONTFILE
000110       *  CONTACTS, AND AN EXEMPT FLAG WITH THE VACCINE CODES OF ANY
000120       *  CEXM977 IMMFILE RECORD CARRYING AN EXEMPTION - SO THE NURSE
000130       *  HAS THE WHOLE PICTURE IN ONE PLACE.
000140       * NRSFILE : JEBA02.EMY.COBOL.NRSFILE (INDEXED ON ENROLL+DATE+
000150       *           TIME)
000160       * NRSCODE : JEBA02.EMY.COBOL.NRSCODE (COMPLAINT CODE TABLE)
000170       * CONTFILE: JEBA02.EMY.COBOL.CONTFILE (INDEXED ON ENROLL+SEQ)
000180       * IMMFILE : JEBA02.EMY.COBOL.IMMFILE (INDEXED ON ENROLL+VACC)
000190       * NRSLOG  : JEBA02.EMY.COBOL.NRSLOG
000200       * SORTWK  : SORT WORK FILE
000210       * STUDOUT : VIA SPGM0901 (INDEXED ON ENROLL NO)
000220       * ----------------------------------------------------------------
000230       * PRJ NO    NAME     DATE          MAINT DESC.
000240       * ----------------------------------------------------------------
000250       * JEBA02    EMY     09/21/2026    PROGRAM CREATED.
000260       ******************************************************************
000270        ENVIRONMENT DIVISION.
000280        INPUT-OUTPUT SECTION.
000290        FILE-CONTROL.
000300            SELECT NRS-FILE
000310                ASSIGN TO NRSFILE
000320                ORGANIZATION IS INDEXED
000330                ACCESS MODE IS SEQUENTIAL
000340                RECORD KEY IS NV-VISIT-KEY
000350                FILE STATUS IS WS-NRS-FS.
000360            SELECT CODE-FILE
000370                ASSIGN TO NRSCODE
000380                ORGANIZATION IS SEQUENTIAL
000390                ACCESS MODE IS SEQUENTIAL
000400                FILE STATUS IS WS-CODE-FS.
000410            SELECT CONT-FILE
000420                ASSIGN TO CONTFILE
000430                ORGANIZATION IS INDEXED
000440                ACCESS MODE IS DYNAMIC
000450                RECORD KEY IS CT-CONT-KEY
000460                FILE STATUS IS WS-CONT-FS.
000470            SELECT IMM-FILE
000480                ASSIGN TO IMMFILE
000490                ORGANIZATION IS INDEXED
000500                ACCESS MODE IS DYNAMIC
000510                RECORD KEY IS IM-IMM-KEY
000520                FILE STATUS IS WS-IMM-FS.
000530            SELECT REPORT-FILE
000540                ASSIGN TO NRSLOG
000550                ORGANIZATION IS SEQUENTIAL
000560                ACCESS MODE IS SEQUENTIAL
000570                FILE STATUS IS WS-REPORT-FS.
000580            SELECT SORT-FILE
000590                ASSIGN TO SORTWK.
000600        DATA DIVISION.
000610        FILE SECTION.
000620        FD  NRS-FILE.
000630        01  NV-VISIT-REC.
000640            05  NV-VISIT-KEY.
000650                10  NV-ENROLL-NO          PIC 9(06).
000660                10  NV-VISIT-DATE         PIC 9(08).
000670                10  NV-VISIT-TIME         PIC 9(04).
000680            05  NV-COMPLAINT              PIC X(02).
000690            05  NV-DISPOSITION            PIC X(01).
000700            05  NV-LEAVE-PERIOD           PIC 9(01).
000710            05  NV-CONT-SEQ               PIC 9(02).
000720            05  NV-NOTE                   PIC X(30).
000730            05  NV-LOAD-DATE              PIC 9(08).
000740            05  FILLER                    PIC X(18).
000750        FD  CODE-FILE.
000760        01  NC-CODE-REC.
000770            05  NC-COMPLAINT-CODE         PIC X(02).
000780            05  NC-COMPLAINT-DESC         PIC X(30).
000790            05  FILLER                    PIC X(48).
000800        FD  CONT-FILE.
000810        01  CT-CONT-REC.
000820            05  CT-CONT-KEY.
000830                10  CT-ENROLL-NO          PIC 9(06).
000840                10  CT-CONT-SEQ           PIC 9(02).
000850            05  CT-CONT-NAME              PIC X(30).
000860            05  CT-RELATION               PIC X(10).
000870            05  CT-PHONE-1                PIC X(12).
000880            05  CT-PHONE-2                PIC X(12).
000890            05  CT-PRIORITY               PIC 9(02).
000900            05  FILLER                    PIC X(06).
000910        FD  IMM-FILE.
000920        01  IM-IMM-REC.
000930            05  IM-IMM-KEY.
000940                10  IM-ENROLL-NO          PIC 9(06).
000950                10  IM-VACC-CODE          PIC X(03).
000960            05  IM-DOSE-DATE              PIC 9(08) OCCURS 4 TIMES.
000970            05  IM-EXEMPT-FLAG            PIC X(01).
000980            05  FILLER                    PIC X(38).
000990        FD  REPORT-FILE.
001000        01  RS-REPORT-REC                 PIC X(80).
001010        SD  SORT-FILE.
001020        01  SR-SORT-REC.
001030            05  SR-VISIT-TIME             PIC 9(04).
001040            05  SR-ENROLL-NO              PIC 9(06).
001050            05  SR-COMPLAINT              PIC X(02).
001060            05  SR-DISPOSITION            PIC X(01).
001070            05  SR-LEAVE-PERIOD           PIC 9(01).
001080            05  SR-CONT-SEQ               PIC 9(02).
001090            05  SR-NOTE                   PIC X(30).
001100        WORKING-STORAGE SECTION.
001110        01  WS-NRS-FS                     PIC X(02).
001120        01  WS-CODE-FS                    PIC X(02).
001130        01  WS-CONT-FS                    PIC X(02).
001140        01  WS-IMM-FS                     PIC X(02).
001150        01  WS-REPORT-FS                  PIC X(02).
001160        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001170        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
001180        01  WS-CODE-EOF                   PIC X(03) VALUE "NO".
001190        01  WS-SORT-EOF                   PIC X(03) VALUE "NO".
001200        01  WS-CONT-DONE                  PIC X(03).
001210        01  WS-IMM-DONE                   PIC X(03).
001220        01  WS-CURRENT-DATE-DATA          PIC X(20).
001230        01  WS-PARM-CARD                  PIC X(80).
001240        01  WS-LOG-DATE                   PIC 9(08).
001250       * COMPLAINT CODE TABLE, LOADED FROM NRSCODE AT STARTUP.
001260        01  WS-NC-COUNT                   PIC 9(02) VALUE 0.
001270        01  WS-NC-TABLE.
001280            05  WS-NC-ENTRY               OCCURS 50 TIMES.
001290                10  WS-NC-CODE            PIC X(02).
001300                10  WS-NC-DESC            PIC X(30).
001310        01  WS-NC-SUB                     PIC 9(02).
001320        01  WS-NC-HIT                     PIC 9(02).
001330       * THE STUDENT'S TWO TOP-PRIORITY CONTACTS (LOWEST PRIORITY
001340       * NUMBER FIRST) AND THE CONTACT REACHED.
001350        01  WS-TP-COUNT                   PIC 9(01).
001360        01  WS-TP-TABLE.
001370            05  WS-TP-ENTRY               OCCURS 2 TIMES.
001380                10  WS-TP-PRI             PIC 9(02).
001390                10  WS-TP-NAME            PIC X(30).
001400                10  WS-TP-REL             PIC X(10).
001410                10  WS-TP-PH1             PIC X(12).
001420                10  WS-TP-PH2             PIC X(12).
001430        01  WS-NEW-CONTACT.
001440            05  WS-NW-PRI                 PIC 9(02).
001450            05  WS-NW-NAME                PIC X(30).
001460            05  WS-NW-REL                 PIC X(10).
001470            05  WS-NW-PH1                 PIC X(12).
001480            05  WS-NW-PH2                 PIC X(12).
001490        01  WS-TP-SUB                     PIC 9(01).
001500        01  WS-REACHED-FLAG               PIC X(03).
001510        01  WS-REACHED-CONTACT            PIC X(63).
001520       * VACCINE CODES THE STUDENT IS EXEMPT FROM.
001530        01  WS-EXEMPT-COUNT               PIC 9(02).
001540        01  WS-EXEMPT-LIST                PIC X(48).
001550        01  WS-EXEMPT-PTR                 PIC 9(02).
001560        01  WS-VISIT-COUNT                PIC 9(06) VALUE 0.
001570        01  WS-RETURNED-COUNT             PIC 9(06) VALUE 0.
001580        01  WS-HOME-COUNT                 PIC 9(06) VALUE 0.
001590        01  WS-911-COUNT                  PIC 9(06) VALUE 0.
001600        01  WS-TIME-WORK                  PIC 9(04).
001610        01  WS-TIME-WORK-R REDEFINES WS-TIME-WORK.
001620            05  WS-TW-HH                  PIC 9(02).
001630            05  WS-TW-MM                  PIC 9(02).
001640        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
001650        01  WS-TITLE-LINE.
001660            05 FILLER                     PIC X(34)
001670                 VALUE "NURSE'S OFFICE DAILY VISIT LOG - ".
001680            05 WS-TL-DATE                 PIC 9(08).
001690            05 FILLER                     PIC X(38) VALUE SPACES.
001700        01  WS-COLUMN-LINE.
001710            05 FILLER                     PIC X(06) VALUE "TIME".
001720            05 FILLER                     PIC X(08) VALUE "ENROLL".
001730            05 FILLER                     PIC X(22) VALUE "NAME".
001740            05 FILLER                     PIC X(18) VALUE "COMPLAINT".
001750            05 FILLER                     PIC X(18)
001760                                          VALUE "DISPOSITION".
001770            05 FILLER                     PIC X(08) VALUE "IMM".
001780        01  WS-DETAIL-LINE.
001790            05 WS-DL-HH                   PIC 9(02).
001800            05 FILLER                     PIC X(01) VALUE ":".
001810            05 WS-DL-MM                   PIC 9(02).
001820            05 FILLER                     PIC X(01) VALUE SPACES.
001830            05 WS-DL-ENROLL-NO            PIC 9(06).
001840            05 FILLER                     PIC X(02) VALUE SPACES.
001850            05 WS-DL-SNAME                PIC X(20).
001860            05 FILLER                     PIC X(02) VALUE SPACES.
001870            05 WS-DL-COMPLAINT            PIC X(16).
001880            05 FILLER                     PIC X(02) VALUE SPACES.
001890            05 WS-DL-DISPOSITION          PIC X(17).
001900            05 FILLER                     PIC X(01) VALUE SPACES.
001910            05 WS-DL-EXEMPT               PIC X(06).
001920            05 FILLER                     PIC X(02) VALUE SPACES.
001930        01  WS-SUB-LINE.
001940            05 FILLER                     PIC X(06) VALUE SPACES.
001950            05 WS-SB-LABEL                PIC X(11).
001960            05 WS-SB-TEXT                 PIC X(63).
001970        01  WS-CONTACT-TEXT.
001980            05 WS-CX-NAME                 PIC X(24).
001990            05 FILLER                     PIC X(01) VALUE SPACES.
002000            05 WS-CX-REL                  PIC X(10).
002010            05 FILLER                     PIC X(01) VALUE SPACES.
002020            05 WS-CX-PH1                  PIC X(12).
002030            05 FILLER                     PIC X(01) VALUE SPACES.
002040            05 WS-CX-PH2                  PIC X(12).
002050            05 FILLER                     PIC X(02) VALUE SPACES.
002060        01  WS-TRAILER.
002070            05 FILLER                     PIC X(08) VALUE "VISITS: ".
002080            05 WS-TR-VISITS               PIC ZZ,ZZ9.
002090            05 FILLER                     PIC X(12)
002100                                          VALUE "  RETURNED: ".
002110            05 WS-TR-RETURNED             PIC ZZ,ZZ9.
002120            05 FILLER                     PIC X(13)
002130                                          VALUE "  SENT HOME: ".
002140            05 WS-TR-HOME                 PIC ZZ,ZZ9.
002150            05 FILLER                     PIC X(07) VALUE "  911: ".
002160            05 WS-TR-911                  PIC ZZ,ZZ9.
002170            05 FILLER                     PIC X(16) VALUE SPACES.
002180        COPY SPGM0901L.
002190        COPY SPGM0905L.
002200        COPY SPGM0906L.
002210        COPY SPGMABNL.
002220        PROCEDURE DIVISION.
002230       ******************************************************************
002240       * MAIN PROGRAM FLOW.
002250       ******************************************************************
002260        00000-MAIN-PARA.
002270            PERFORM 05000-ACCEPT-PARA.
002280            IF  WS-ERROR-FLAG              NOT = "YES"
002290                PERFORM 10000-INITIALIZE-PARA
002300            END-IF.
002310            IF  WS-ERROR-FLAG              NOT = "YES"
002320                PERFORM 12000-LOAD-CODE-PARA
002330                    UNTIL WS-CODE-EOF      = "YES"
002340                SORT SORT-FILE
002350                    ON ASCENDING KEY SR-VISIT-TIME
002360                    ON ASCENDING KEY SR-ENROLL-NO
002370                    INPUT PROCEDURE IS 20000-SELECT-PARA
002380                    OUTPUT PROCEDURE IS 25000-PRINT-PARA
002390            END-IF.
002400            PERFORM 30000-CLOSE-PARA.
002410            STOP RUN.
002420       ******************************************************************
002430       * ACCEPT THE DATE= CARD (YYYYMMDD, DEFAULT TODAY).
002440       ******************************************************************
002450        05000-ACCEPT-PARA.
002460            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
002470            MOVE SPACE                     TO LK-CHECK-FLAG.
002480            MOVE SPACES                    TO WS-PARM-CARD.
002490            ACCEPT WS-PARM-CARD.
002500            MOVE WS-PARM-CARD              TO LK-PA-CARD.
002510            MOVE "DATE"                    TO LK-PA-KEYWORD.
002520            SET LK-PA-NUMERIC              TO TRUE.
002530            MOVE 19000101                  TO LK-PA-MIN-VALUE.
002540            MOVE 20991231                  TO LK-PA-MAX-VALUE.
002550            MOVE WS-CURRENT-DATE-DATA(1:8) TO LK-PA-DEFAULT.
002560            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
002570            MOVE LK-PA-NUM-VALUE           TO WS-LOG-DATE.
002580            MOVE "VA"                      TO LK-DT-FUNCTION.
002590            MOVE WS-LOG-DATE               TO LK-DT-DATE-1.
002600            CALL 'SPGM0906'                USING LK-DATESVC-PARMS.
002610            IF  LK-PA-BAD
002620                OR LK-DT-BAD
002630                DISPLAY "BAD DATE= CARD - RUN REFUSED."
002640                MOVE 16                    TO RETURN-CODE
002650                MOVE "YES"                 TO WS-ERROR-FLAG
002660            END-IF.
002670       ******************************************************************
002680       * OPEN THE VISIT FILE, THE COMPLAINT TABLE, THE CONTACT AND
002690       * IMMUNIZATION FILES, AND THE LOG, AND PRINT THE HEADINGS.
002700       ******************************************************************
002710        10000-INITIALIZE-PARA.
002720            OPEN INPUT NRS-FILE.
002730            IF WS-NRS-FS                  NOT = "00"
002740               DISPLAY "NRSFILE ACCESS ERROR."
002750               MOVE "CEXM1039"            TO LK-PGM-ID
002760               MOVE "NRSFILE"             TO LK-FILE-ID
002770               MOVE WS-NRS-FS             TO LK-FILE-STATUS
002780               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002790               IF  LK-ABEND-YES
002800                   MOVE 16                TO RETURN-CODE
002810                   MOVE "YES"             TO WS-ERROR-FLAG
002820               END-IF
002830            END-IF.
002840            OPEN INPUT CODE-FILE.
002850            IF WS-CODE-FS                 NOT = "00"
002860               DISPLAY "NRSCODE ACCESS ERROR."
002870               MOVE "CEXM1039"            TO LK-PGM-ID
002880               MOVE "NRSCODE"             TO LK-FILE-ID
002890               MOVE WS-CODE-FS            TO LK-FILE-STATUS
002900               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002910               IF  LK-ABEND-YES
002920                   MOVE 16                TO RETURN-CODE
002930                   MOVE "YES"             TO WS-ERROR-FLAG
002940               END-IF
002950            END-IF.
002960            OPEN INPUT CONT-FILE.
002970            IF WS-CONT-FS                 NOT = "00"
002980               DISPLAY "CONTFILE ACCESS ERROR."
002990               MOVE "CEXM1039"            TO LK-PGM-ID
003000               MOVE "CONTFILE"            TO LK-FILE-ID
003010               MOVE WS-CONT-FS            TO LK-FILE-STATUS
003020               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003030               IF  LK-ABEND-YES
003040                   MOVE 16                TO RETURN-CODE
003050                   MOVE "YES"             TO WS-ERROR-FLAG
003060               END-IF
003070            END-IF.
003080            OPEN INPUT IMM-FILE.
003090            IF WS-IMM-FS                  NOT = "00"
003100               DISPLAY "IMMFILE ACCESS ERROR."
003110               MOVE "CEXM1039"            TO LK-PGM-ID
003120               MOVE "IMMFILE"             TO LK-FILE-ID
003130               MOVE WS-IMM-FS             TO LK-FILE-STATUS
003140               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003150               IF  LK-ABEND-YES
003160                   MOVE 16                TO RETURN-CODE
003170                   MOVE "YES"             TO WS-ERROR-FLAG
003180               END-IF
003190            END-IF.
003200            OPEN OUTPUT REPORT-FILE.
003210            IF WS-REPORT-FS               NOT = "00"
003220               DISPLAY "NRSLOG ACCESS ERROR."
003230               MOVE "CEXM1039"            TO LK-PGM-ID
003240               MOVE "NRSLOG"              TO LK-FILE-ID
003250               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
003260               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003270               IF  LK-ABEND-YES
003280                   MOVE 16                TO RETURN-CODE
003290                   MOVE "YES"             TO WS-ERROR-FLAG
003300               END-IF
003310            END-IF.
003320            IF  WS-ERROR-FLAG              NOT = "YES"
003330                MOVE WS-LOG-DATE           TO WS-TL-DATE
003340                MOVE WS-HEADER1            TO RS-REPORT-REC
003350                WRITE RS-REPORT-REC
003360                MOVE WS-TITLE-LINE         TO RS-REPORT-REC
003370                WRITE RS-REPORT-REC
003380                MOVE WS-HEADER1            TO RS-REPORT-REC
003390                WRITE RS-REPORT-REC
003400                MOVE WS-COLUMN-LINE        TO RS-REPORT-REC
003410                WRITE RS-REPORT-REC
003420                MOVE WS-HEADER1            TO RS-REPORT-REC
003430                WRITE RS-REPORT-REC
003440            END-IF.
003450       ******************************************************************
003460       * LOAD THE COMPLAINT CODE TABLE, CEXM970-STYLE.
003470       ******************************************************************
003480        12000-LOAD-CODE-PARA.
003490            READ CODE-FILE
003500            AT END
003510                MOVE "YES"                 TO WS-CODE-EOF
003520            NOT AT END
003530                IF  WS-NC-COUNT            = 50
003540                    DISPLAY "COMPLAINT TABLE FULL AT 50 CODES."
003550                ELSE
003560                    ADD 1                  TO WS-NC-COUNT
003570                    MOVE NC-COMPLAINT-CODE TO WS-NC-CODE(WS-NC-COUNT)
003580                    MOVE NC-COMPLAINT-DESC TO WS-NC-DESC(WS-NC-COUNT)
003590                END-IF
003600            END-READ.
003610       ******************************************************************
003620       * INPUT PROCEDURE: RELEASE EVERY VISIT ON THE LOG DATE.
003630       ******************************************************************
003640        20000-SELECT-PARA.
003650            PERFORM 21000-ONE-VISIT-PARA
003660                UNTIL WS-ENDOFFILE         = "YES".
003670        21000-ONE-VISIT-PARA.
003680            READ NRS-FILE
003690            AT END
003700                MOVE "YES"                 TO WS-ENDOFFILE
003710            NOT AT END
003720                IF  NV-VISIT-DATE          = WS-LOG-DATE
003730                    MOVE NV-VISIT-TIME     TO SR-VISIT-TIME
003740                    MOVE NV-ENROLL-NO      TO SR-ENROLL-NO
003750                    MOVE NV-COMPLAINT      TO SR-COMPLAINT
003760                    MOVE NV-DISPOSITION    TO SR-DISPOSITION
003770                    MOVE NV-LEAVE-PERIOD   TO SR-LEAVE-PERIOD
003780                    MOVE NV-CONT-SEQ       TO SR-CONT-SEQ
003790                    MOVE NV-NOTE           TO SR-NOTE
003800                    RELEASE SR-SORT-REC
003810                END-IF
003820            END-READ.
003830       ******************************************************************
003840       * OUTPUT PROCEDURE: ONE BLOCK PER VISIT IN TIME ORDER, THEN THE
003850       * TRAILER COUNTS.
003860       ******************************************************************
003870        25000-PRINT-PARA.
003880            PERFORM 25200-ONE-RETURN-PARA
003890                UNTIL WS-SORT-EOF          = "YES".
003900            MOVE WS-VISIT-COUNT            TO WS-TR-VISITS.
003910            MOVE WS-RETURNED-COUNT         TO WS-TR-RETURNED.
003920            MOVE WS-HOME-COUNT             TO WS-TR-HOME.
003930            MOVE WS-911-COUNT              TO WS-TR-911.
003940            MOVE WS-TRAILER                TO RS-REPORT-REC.
003950            WRITE RS-REPORT-REC.
003960        25200-ONE-RETURN-PARA.
003970            RETURN SORT-FILE
003980            AT END
003990                MOVE "YES"                 TO WS-SORT-EOF
004000            NOT AT END
004010                PERFORM 26000-PRINT-VISIT-PARA
004020            END-RETURN.
004030       ******************************************************************
004040       * PRINT THE VISIT LINE, THEN THE NOTE, THE CONTACT REACHED, THE
004050       * TOP CONTACTS AND ANY EXEMPTIONS UNDER IT.
004060       ******************************************************************
004070        26000-PRINT-VISIT-PARA.
004080            ADD 1                          TO WS-VISIT-COUNT.
004090            PERFORM 26200-GATHER-CONTACTS-PARA.
004100            PERFORM 26600-GATHER-EXEMPT-PARA.
004110            MOVE SR-VISIT-TIME             TO WS-TIME-WORK.
004120            MOVE WS-TW-HH                  TO WS-DL-HH.
004130            MOVE WS-TW-MM                  TO WS-DL-MM.
004140            MOVE SR-ENROLL-NO              TO WS-DL-ENROLL-NO.
004150            MOVE SR-ENROLL-NO              TO LK-ENROLL-NO.
004160            CALL 'SPGM0901'                USING LK-STUDLOOKUP-PARMS.
004170            IF  LK-FOUND
004180                MOVE LK-SNAME              TO WS-DL-SNAME
004190            ELSE
004200                MOVE "NAME NOT ON STUDFILE" TO WS-DL-SNAME
004210            END-IF.
004220            MOVE 0                         TO WS-NC-HIT.
004230            PERFORM 26100-SCAN-CODE-PARA
004240                VARYING WS-NC-SUB FROM 1 BY 1
004250                UNTIL WS-NC-SUB            > WS-NC-COUNT
004260                OR WS-NC-HIT               NOT = 0.
004270            IF  WS-NC-HIT                  = 0
004280                MOVE SR-COMPLAINT          TO WS-DL-COMPLAINT
004290            ELSE
004300                MOVE WS-NC-DESC(WS-NC-HIT) TO WS-DL-COMPLAINT
004310            END-IF.
004320            EVALUATE SR-DISPOSITION
004330                WHEN "R"
004340                    MOVE "RETURNED TO CLASS" TO WS-DL-DISPOSITION
004350                    ADD 1                  TO WS-RETURNED-COUNT
004360                WHEN "H"
004370                    MOVE SPACES            TO WS-DL-DISPOSITION
004380                    STRING "SENT HOME PER " SR-LEAVE-PERIOD
004390                        DELIMITED BY SIZE INTO WS-DL-DISPOSITION
004400                    ADD 1                  TO WS-HOME-COUNT
004410                WHEN OTHER
004420                    MOVE SPACES            TO WS-DL-DISPOSITION
004430                    STRING "CALLED 911 PER " SR-LEAVE-PERIOD
004440                        DELIMITED BY SIZE INTO WS-DL-DISPOSITION
004450                    ADD 1                  TO WS-911-COUNT
004460            END-EVALUATE.
004470            IF  WS-EXEMPT-COUNT            > 0
004480                MOVE "EXEMPT"              TO WS-DL-EXEMPT
004490            ELSE
004500                MOVE SPACES                TO WS-DL-EXEMPT
004510            END-IF.
004520            MOVE WS-DETAIL-LINE            TO RS-REPORT-REC.
004530            WRITE RS-REPORT-REC.
004540            IF  SR-NOTE                    NOT = SPACES
004550                MOVE "NOTE     : "         TO WS-SB-LABEL
004560                MOVE SR-NOTE               TO WS-SB-TEXT
004570                MOVE WS-SUB-LINE           TO RS-REPORT-REC
004580                WRITE RS-REPORT-REC
004590            END-IF.
004600            IF  SR-CONT-SEQ                NOT = 0
004610                MOVE "REACHED  : "         TO WS-SB-LABEL
004620                IF  WS-REACHED-FLAG        = "YES"
004630                    MOVE WS-REACHED-CONTACT TO WS-SB-TEXT
004640                ELSE
004650                    MOVE "CONTACT NO LONGER ON CONTFILE"
004660                                           TO WS-SB-TEXT
004670                END-IF
004680                MOVE WS-SUB-LINE           TO RS-REPORT-REC
004690                WRITE RS-REPORT-REC
004700            END-IF.
004710            IF  WS-TP-COUNT                = 0
004720                MOVE "CONTACTS : "         TO WS-SB-LABEL
004730                MOVE "NO EMERGENCY CONTACTS ON FILE"
004740                                           TO WS-SB-TEXT
004750                MOVE WS-SUB-LINE           TO RS-REPORT-REC
004760                WRITE RS-REPORT-REC
004770            ELSE
004780                PERFORM 26500-PRINT-TOP-PARA
004790                    VARYING WS-TP-SUB FROM 1 BY 1
004800                    UNTIL WS-TP-SUB        > WS-TP-COUNT
004810            END-IF.
004820            IF  WS-EXEMPT-COUNT            > 0
004830                MOVE "EXEMPT   : "         TO WS-SB-LABEL
004840                MOVE WS-EXEMPT-LIST        TO WS-SB-TEXT
004850                MOVE WS-SUB-LINE           TO RS-REPORT-REC
004860                WRITE RS-REPORT-REC
004870            END-IF.
004880            MOVE SPACES                    TO RS-REPORT-REC.
004890            WRITE RS-REPORT-REC.
004900        26100-SCAN-CODE-PARA.
004910            IF  WS-NC-CODE(WS-NC-SUB)      = SR-COMPLAINT
004920                MOVE WS-NC-SUB             TO WS-NC-HIT
004930            END-IF.
004940       ******************************************************************
004950       * WALK THE STUDENT'S CONTFILE CONTACTS, KEEPING THE TWO WITH THE
004960       * LOWEST PRIORITY NUMBER AND THE ONE REACHED AT THE VISIT.
004970       ******************************************************************
004980        26200-GATHER-CONTACTS-PARA.
004990            MOVE 0                         TO WS-TP-COUNT.
005000            MOVE "NO"                      TO WS-REACHED-FLAG.
005010            MOVE "NO"                      TO WS-CONT-DONE.
005020            MOVE SR-ENROLL-NO              TO CT-ENROLL-NO.
005030            MOVE 0                         TO CT-CONT-SEQ.
005040            START CONT-FILE KEY IS >= CT-CONT-KEY
005050                INVALID KEY
005060                    MOVE "YES"             TO WS-CONT-DONE
005070            END-START.
005080            PERFORM 26300-ONE-CONTACT-PARA
005090                UNTIL WS-CONT-DONE         = "YES".
005100        26300-ONE-CONTACT-PARA.
005110            READ CONT-FILE NEXT
005120            AT END
005130                MOVE "YES"                 TO WS-CONT-DONE
005140            NOT AT END
005150                IF  CT-ENROLL-NO           NOT = SR-ENROLL-NO
005160                    MOVE "YES"             TO WS-CONT-DONE
005170                ELSE
005180                    MOVE CT-PRIORITY       TO WS-NW-PRI
005190                    MOVE CT-CONT-NAME      TO WS-NW-NAME
005200                    MOVE CT-RELATION       TO WS-NW-REL
005210                    MOVE CT-PHONE-1        TO WS-NW-PH1
005220                    MOVE CT-PHONE-2        TO WS-NW-PH2
005230                    IF  CT-CONT-SEQ        = SR-CONT-SEQ
005240                        MOVE "YES"         TO WS-REACHED-FLAG
005250                        MOVE CT-CONT-NAME  TO WS-CX-NAME
005260                        MOVE CT-RELATION   TO WS-CX-REL
005270                        MOVE CT-PHONE-1    TO WS-CX-PH1
005280                        MOVE CT-PHONE-2    TO WS-CX-PH2
005290                        MOVE WS-CONTACT-TEXT TO WS-REACHED-CONTACT
005300                    END-IF
005310                    PERFORM 26400-KEEP-TOP-PARA
005320                END-IF
005330            END-READ.
005340       ******************************************************************
005350       * SLOT THE CONTACT INTO THE TOP-TWO TABLE IF IT BELONGS THERE.
005360       ******************************************************************
005370        26400-KEEP-TOP-PARA.
005380            EVALUATE TRUE
005390                WHEN WS-TP-COUNT           = 0
005400                    MOVE WS-NEW-CONTACT    TO WS-TP-ENTRY(1)
005410                    MOVE 1                 TO WS-TP-COUNT
005420                WHEN WS-NW-PRI             < WS-TP-PRI(1)
005430                    MOVE WS-TP-ENTRY(1)    TO WS-TP-ENTRY(2)
005440                    MOVE WS-NEW-CONTACT    TO WS-TP-ENTRY(1)
005450                    MOVE 2                 TO WS-TP-COUNT
005460                WHEN WS-TP-COUNT           = 1
005470                    OR WS-NW-PRI           < WS-TP-PRI(2)
005480                    MOVE WS-NEW-CONTACT    TO WS-TP-ENTRY(2)
005490                    MOVE 2                 TO WS-TP-COUNT
005500                WHEN OTHER
005510                    CONTINUE
005520            END-EVALUATE.
005530       ******************************************************************
005540       * PRINT ONE TOP-PRIORITY CONTACT.
005550       ******************************************************************
005560        26500-PRINT-TOP-PARA.
005570            MOVE "CONTACT  : "             TO WS-SB-LABEL.
005580            MOVE WS-TP-SUB                 TO WS-SB-LABEL(8:1).
005590            MOVE WS-TP-NAME(WS-TP-SUB)     TO WS-CX-NAME.
005600            MOVE WS-TP-REL(WS-TP-SUB)      TO WS-CX-REL.
005610            MOVE WS-TP-PH1(WS-TP-SUB)      TO WS-CX-PH1.
005620            MOVE WS-TP-PH2(WS-TP-SUB)      TO WS-CX-PH2.
005630            MOVE WS-CONTACT-TEXT           TO WS-SB-TEXT.
005640            MOVE WS-SUB-LINE               TO RS-REPORT-REC.
005650            WRITE RS-REPORT-REC.
005660       ******************************************************************
005670       * COLLECT THE VACCINE CODES ON THE STUDENT'S IMMFILE RECORDS
005680       * THAT CARRY AN EXEMPTION (FLAG E, AS CEXM978 READS IT).
005690       ******************************************************************
005700        26600-GATHER-EXEMPT-PARA.
005710            MOVE 0                         TO WS-EXEMPT-COUNT.
005720            MOVE SPACES                    TO WS-EXEMPT-LIST.
005730            MOVE 1                         TO WS-EXEMPT-PTR.
005740            MOVE "NO"                      TO WS-IMM-DONE.
005750            MOVE SR-ENROLL-NO              TO IM-ENROLL-NO.
005760            MOVE LOW-VALUES                TO IM-VACC-CODE.
005770            START IMM-FILE KEY IS >= IM-IMM-KEY
005780                INVALID KEY
005790                    MOVE "YES"             TO WS-IMM-DONE
005800            END-START.
005810            PERFORM 26700-ONE-IMM-PARA
005820                UNTIL WS-IMM-DONE          = "YES".
005830        26700-ONE-IMM-PARA.
005840            READ IMM-FILE NEXT
005850            AT END
005860                MOVE "YES"                 TO WS-IMM-DONE
005870            NOT AT END
005880                IF  IM-ENROLL-NO           NOT = SR-ENROLL-NO
005890                    MOVE "YES"             TO WS-IMM-DONE
005900                ELSE
005910                    IF  IM-EXEMPT-FLAG     = "E"
005920                        AND WS-EXEMPT-COUNT < 12
005930                        ADD 1              TO WS-EXEMPT-COUNT
005940                        STRING IM-VACC-CODE " "
005950                            DELIMITED BY SIZE
005960                            INTO WS-EXEMPT-LIST
005970                            WITH POINTER WS-EXEMPT-PTR
005980                        END-STRING
005990                    END-IF
006000                END-IF
006010            END-READ.
006020       ******************************************************************
006030       * DISPLAY COUNTS AND CLOSE THE FILES.
006040       ******************************************************************
006050        30000-CLOSE-PARA.
006060            DISPLAY "VISITS LOGGED     : " WS-VISIT-COUNT.
006070            DISPLAY "SENT HOME         : " WS-HOME-COUNT.
006080            DISPLAY "CALLED 911        : " WS-911-COUNT.
006090            CLOSE NRS-FILE.
006100            CLOSE CODE-FILE.
006110            CLOSE CONT-FILE.
006120            CLOSE IMM-FILE.
006130            CLOSE REPORT-FILE.
