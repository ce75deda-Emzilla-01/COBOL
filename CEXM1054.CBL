000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1054.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: ALUMNI MASTER BUILD AND CONTACT MAINTENANCE.
000060       *  EVERY G (GRADUATED) RECORD CEXM915 HAS PURGED TO STUDARCH
000070       *  SEEDS ONE ALUMFILE RECORD, KEYED ON THE ORIGINAL ENROLLMENT
000080       *  NUMBER, WITH THE NAME, GRADUATION DATE (THE CEXM914 STATUS
000090       *  DATE) AND CAMPUS. THE FIRST CONTACT DETAILS ARE TAKEN FROM
000100       *  THE STUDENT'S LAST ADDRFILE ADDRESS. A GRADUATE ALREADY ON
000110       *  ALUMFILE IS LEFT ALONE UNLESS A LATER ARCHIVE COPY (RE-
000120       *  ADMITTED BY CEXM972 AND GRADUATED AGAIN) CARRIES A LATER
000130       *  GRADUATION DATE, WHEN THE GRADUATION FIELDS ARE REFRESHED.
000140       *  THE ARCHIVE ITSELF IS NEVER CHANGED - CONTACT DETAILS LIVE
000150       *  ONLY ON ALUMFILE AND ARE MAINTAINED FROM THE ALUMUPD
000160       *  TRANSACTIONS (A BLANK FIELD LEAVES THE FIELD AS IT IS).
000170       *  THE GIVING FIELDS ARE OWNED BY CEXM1055.
000180       *  ALUMRPT REGISTERS EVERY SEED, REFRESH, UPDATE AND REJECT.
000190       * STUDARCH: JEBA02.EMY.COBOL.STUDARCH
000200       * ADDFILE : JEBA02.EMY.COBOL.ADDRFILE
000210       * ALUMFILE: JEBA02.EMY.COBOL.ALUMFILE (INDEXED ON ENROLL NO)
000220       * ALUMUPD : JEBA02.EMY.COBOL.ALUMUPD
000230       * ALUMRPT : JEBA02.EMY.COBOL.ALUMRPT
000240       * ----------------------------------------------------------------
000250       * PRJ NO    NAME     DATE          MAINT DESC.
000260       * ----------------------------------------------------------------
000270       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000272       * JEBA02    EMY     09/26/2026    AN ARCHIVE COPY WHOSE NAME
000274       *                                 CEXM1057 HAS ANONYMIZED NO
000276       *                                 LONGER SEEDS OR REFRESHES AN
000278       *                                 ALUMNUS.
000280       ******************************************************************
000290        ENVIRONMENT DIVISION.
000300        INPUT-OUTPUT SECTION.
000310        FILE-CONTROL.
000320            SELECT ARCH-FILE
000330                ASSIGN TO STUDARCH
000340                ORGANIZATION IS SEQUENTIAL
000350                ACCESS MODE IS SEQUENTIAL
000360                FILE STATUS IS WS-ARCH-FS.
000370            SELECT ADDR-FILE
000380                ASSIGN TO ADDFILE
000390                ORGANIZATION IS SEQUENTIAL
000400                ACCESS MODE IS SEQUENTIAL
000410                FILE STATUS IS WS-ADDR-FS.
000420            SELECT ALUM-FILE
000430                ASSIGN TO ALUMFILE
000440                ORGANIZATION IS INDEXED
000450                ACCESS MODE IS RANDOM
000460                RECORD KEY IS AL-ENROLL-NO
000470                FILE STATUS IS WS-ALUM-FS.
000480            SELECT UPD-FILE
000490                ASSIGN TO ALUMUPD
000500                ORGANIZATION IS SEQUENTIAL
000510                ACCESS MODE IS SEQUENTIAL
000520                FILE STATUS IS WS-UPD-FS.
000530            SELECT REPORT-FILE
000540                ASSIGN TO ALUMRPT
000550                ORGANIZATION IS SEQUENTIAL
000560                ACCESS MODE IS SEQUENTIAL
000570                FILE STATUS IS WS-REPORT-FS.
000580        DATA DIVISION.
000590        FILE SECTION.
000600        FD  ARCH-FILE.
000610        01  AR-ARCH-REC.
000620            05  AR-ENROLL-NO              PIC 9(06).
000630            05  AR-SNAME                  PIC X(30).
000640            05  AR-MATHS-MARKS            PIC 9(03).
000650            05  AR-SCIENCE-MARKS          PIC 9(03).
000660            05  AR-COMPUTER-MARKS         PIC 9(03).
000670            05  AR-AVG-MARKS              PIC 9(03)V9(02).
000680            05  AR-STUD-STATUS            PIC X(01).
000690            05  AR-STATUS-DATE            PIC X(08).
000700            05  AR-CAMPUS-CODE            PIC X(02).
000710            05  FILLER                    PIC X(19).
000720        FD  ADDR-FILE.
000730        01  AS-ADDR-REC.
000740            05  AS-ENROLL-NO              PIC 9(06).
000750            05  AS-SNAME                  PIC X(30).
000760            05  AS-STREET                 PIC X(30).
000770            05  AS-CITY                   PIC X(20).
000780            05  AS-COUNTRY                PIC X(15).
000790            05  AS-STATE                  PIC X(10).
000800            05  AS-ZIPCODE                PIC 9(08).
000810            05  AS-BAD-ADDR-FLAG          PIC X(01).
000820            05  FILLER                    PIC X(40).
000830        FD  ALUM-FILE.
000840        01  AL-ALUM-REC.
000850            05  AL-ENROLL-NO              PIC 9(06).
000860            05  AL-SNAME                  PIC X(30).
000870            05  AL-GRAD-DATE.
000880                10  AL-GRAD-YEAR          PIC 9(04).
000890                10  AL-GRAD-MMDD          PIC 9(04).
000900            05  AL-CAMPUS-CODE            PIC X(02).
000910            05  AL-STREET                 PIC X(30).
000920            05  AL-CITY                   PIC X(20).
000930            05  AL-STATE                  PIC X(10).
000940            05  AL-ZIPCODE                PIC 9(08).
000950            05  AL-COUNTRY                PIC X(15).
000960            05  AL-PHONE                  PIC X(10).
000970            05  AL-EMAIL                  PIC X(30).
000980            05  AL-CONTACT-DATE           PIC X(08).
000990            05  AL-SEED-DATE              PIC X(08).
001000            05  AL-LIFE-GIVING            PIC 9(09)V9(02).
001010            05  AL-LAST-GIFT-DATE         PIC X(08).
001020            05  AL-LAST-PLEDGE-NO         PIC 9(02).
001030            05  FILLER                    PIC X(44).
001040        FD  UPD-FILE.
001050        01  AU-UPD-REC.
001060            05  AU-ENROLL-NO              PIC 9(06).
001070            05  AU-STREET                 PIC X(30).
001080            05  AU-CITY                   PIC X(20).
001090            05  AU-STATE                  PIC X(10).
001100            05  AU-ZIPCODE                PIC X(08).
001110            05  AU-COUNTRY                PIC X(15).
001120            05  AU-PHONE                  PIC X(10).
001130            05  AU-EMAIL                  PIC X(30).
001140            05  FILLER                    PIC X(21).
001150        FD  REPORT-FILE.
001160        01  RS-REPORT-REC                 PIC X(80).
001170        WORKING-STORAGE SECTION.
001180        01  WS-ARCH-FS                    PIC X(02).
001190        01  WS-ADDR-FS                    PIC X(02).
001200        01  WS-ALUM-FS                    PIC X(02).
001210        01  WS-UPD-FS                     PIC X(02).
001220        01  WS-REPORT-FS                  PIC X(02).
001230        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001240        01  WS-ARCH-EOF                   PIC X(03) VALUE "NO".
001250        01  WS-ADDR-EOF                   PIC X(03) VALUE "NO".
001260        01  WS-UPD-EOF                    PIC X(03) VALUE "NO".
001270        01  WS-ARCH-AVAIL                 PIC X(03) VALUE "YES".
001280        01  WS-UPD-AVAIL                  PIC X(03) VALUE "YES".
001290        01  WS-CURRENT-DATE-DATA          PIC X(20).
001300        01  WS-TODAY                      PIC X(08).
001310        01  WS-ARCH-READ                  PIC 9(06) VALUE 0.
001320        01  WS-SEED-COUNT                 PIC 9(06) VALUE 0.
001330        01  WS-REFRESH-COUNT              PIC 9(06) VALUE 0.
001340        01  WS-ON-FILE-COUNT              PIC 9(06) VALUE 0.
001350        01  WS-UPD-COUNT                  PIC 9(06) VALUE 0.
001360        01  WS-REJECT-COUNT               PIC 9(06) VALUE 0.
001370       * LAST MAILING ADDRESS PER ENROLL NUMBER, CEXM978-STYLE.
001380        01  WS-ADDR-COUNT                 PIC 9(04) VALUE 0.
001390        01  WS-ADDR-TABLE.
001400            05  WS-AT-ENTRY               OCCURS 9999 TIMES.
001410                10  WS-AT-ENROLL-NO       PIC 9(06).
001420                10  WS-AT-STREET          PIC X(30).
001430                10  WS-AT-CITY            PIC X(20).
001440                10  WS-AT-STATE           PIC X(10).
001450                10  WS-AT-ZIPCODE         PIC 9(08).
001460                10  WS-AT-COUNTRY         PIC X(15).
001470        01  WS-ADDR-SUB                   PIC 9(04).
001480        01  WS-ADDR-HIT                   PIC 9(04).
001490        01  WS-REG-ACTION                 PIC X(16).
001500        01  WS-REJECT-REASON              PIC X(40).
001503        01  WS-ANON-MASK                  PIC X(30)
001506                                      VALUE "*** RECORD ANONYMIZED ***".
001510        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
001520        01  WS-RPT-TITLE.
001530            05 FILLER                     PIC X(40)
001540               VALUE "ALUMNI MASTER BUILD AND CONTACT REGISTER".
001550            05 FILLER                     PIC X(10) VALUE " - RUN OF ".
001560            05 WS-RT-DATE                 PIC X(08).
001570            05 FILLER                     PIC X(22) VALUE SPACES.
001580        01  WS-REG-LINE.
001590            05 WS-RL-ENROLL-NO            PIC 9(06).
001600            05 FILLER                     PIC X(01) VALUE SPACE.
001610            05 WS-RL-SNAME                PIC X(24).
001620            05 FILLER                     PIC X(01) VALUE SPACE.
001630            05 WS-RL-ACTION               PIC X(16).
001640            05 FILLER                     PIC X(01) VALUE SPACE.
001650            05 WS-RL-DETAIL               PIC X(31).
001660        01  WS-GRAD-DETAIL.
001670            05 FILLER                     PIC X(06) VALUE "CLASS ".
001680            05 WS-GD-YEAR                 PIC 9(04).
001690            05 FILLER                     PIC X(08) VALUE " CAMPUS ".
001700            05 WS-GD-CAMPUS               PIC X(02).
001710            05 FILLER                     PIC X(11) VALUE SPACES.
001720        01  WS-TOTAL-LINE.
001730            05 WS-TT-LABEL                PIC X(40).
001740            05 WS-TT-COUNT                PIC ZZZ,ZZ9.
001750            05 FILLER                     PIC X(33) VALUE SPACES.
001760        COPY SPGMABNL.
001770        PROCEDURE DIVISION.
001780       ******************************************************************
001790       * MAIN PROGRAM FLOW - SEED FROM THE ARCHIVE, THEN APPLY THE
001800       * CONTACT UPDATES SO A NEW ALUMNUS CAN BE UPDATED THE SAME RUN.
001810       ******************************************************************
001820        00000-MAIN-PARA.
001830            PERFORM 10000-INITIALIZE-PARA.
001840            IF  WS-ERROR-FLAG              NOT = "YES"
001850                PERFORM 12000-LOAD-ADDR-PARA
001860                    UNTIL WS-ADDR-EOF      = "YES"
001870                PERFORM 20000-SEED-PARA
001880                    UNTIL WS-ERROR-FLAG    = "YES"
001890                    OR    WS-ARCH-EOF      = "YES"
001900                PERFORM 24000-UPDATE-PARA
001910                    UNTIL WS-ERROR-FLAG    = "YES"
001920                    OR    WS-UPD-EOF       = "YES"
001930                PERFORM 28000-TOTALS-PARA
001940            END-IF.
001950            PERFORM 30000-CLOSE-PARA.
001960            STOP RUN.
001970       ******************************************************************
001980       * OPEN THE FILES. ALUMFILE IS CREATED ON FIRST USE; A MISSING
001990       * STUDARCH (NOTHING PURGED YET) OR ALUMUPD (NO UPDATES) IS NOT
002000       * AN ERROR.
002010       ******************************************************************
002020        10000-INITIALIZE-PARA.
002030            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
002040            MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-TODAY.
002050            OPEN INPUT ARCH-FILE.
002060            IF WS-ARCH-FS                  = "35"
002070               DISPLAY "NO STUDARCH ARCHIVE - NOTHING TO SEED."
002080               MOVE "NO"                   TO WS-ARCH-AVAIL
002090               MOVE "YES"                  TO WS-ARCH-EOF
002100            ELSE
002110               IF WS-ARCH-FS               NOT = "00"
002120                  DISPLAY "STUDARCH ACCESS ERROR."
002130                  MOVE "CEXM1054"          TO LK-PGM-ID
002140                  MOVE "STUDARCH"          TO LK-FILE-ID
002150                  MOVE WS-ARCH-FS          TO LK-FILE-STATUS
002160                  CALL 'SPGMABND'          USING LK-ABEND-PARMS
002170                  IF  LK-ABEND-YES
002180                      MOVE 16              TO RETURN-CODE
002190                      MOVE "YES"           TO WS-ERROR-FLAG
002200                  END-IF
002210               END-IF
002220            END-IF.
002230            OPEN INPUT ADDR-FILE.
002240            IF WS-ADDR-FS                  NOT = "00"
002250               DISPLAY "ADDRFILE ACCESS ERROR."
002260               MOVE "CEXM1054"             TO LK-PGM-ID
002270               MOVE "ADDFILE"              TO LK-FILE-ID
002280               MOVE WS-ADDR-FS             TO LK-FILE-STATUS
002290               CALL 'SPGMABND'             USING LK-ABEND-PARMS
002300               IF  LK-ABEND-YES
002310                   MOVE 16                 TO RETURN-CODE
002320                   MOVE "YES"              TO WS-ERROR-FLAG
002330               END-IF
002340            END-IF.
002350            OPEN I-O ALUM-FILE.
002360            IF WS-ALUM-FS                  = "35"
002370               OPEN OUTPUT ALUM-FILE
002380               CLOSE ALUM-FILE
002390               OPEN I-O ALUM-FILE
002400            END-IF.
002410            IF WS-ALUM-FS                  NOT = "00"
002420               DISPLAY "ALUMFILE ACCESS ERROR."
002430               MOVE "CEXM1054"             TO LK-PGM-ID
002440               MOVE "ALUMFILE"             TO LK-FILE-ID
002450               MOVE WS-ALUM-FS             TO LK-FILE-STATUS
002460               CALL 'SPGMABND'             USING LK-ABEND-PARMS
002470               IF  LK-ABEND-YES
002480                   MOVE 16                 TO RETURN-CODE
002490                   MOVE "YES"              TO WS-ERROR-FLAG
002500               END-IF
002510            END-IF.
002520            OPEN INPUT UPD-FILE.
002530            IF WS-UPD-FS                   = "35"
002540               MOVE "NO"                   TO WS-UPD-AVAIL
002550               MOVE "YES"                  TO WS-UPD-EOF
002560            ELSE
002570               IF WS-UPD-FS                NOT = "00"
002580                  DISPLAY "ALUMUPD ACCESS ERROR."
002590                  MOVE "CEXM1054"          TO LK-PGM-ID
002600                  MOVE "ALUMUPD"           TO LK-FILE-ID
002610                  MOVE WS-UPD-FS           TO LK-FILE-STATUS
002620                  CALL 'SPGMABND'          USING LK-ABEND-PARMS
002630                  IF  LK-ABEND-YES
002640                      MOVE 16              TO RETURN-CODE
002650                      MOVE "YES"           TO WS-ERROR-FLAG
002660                  END-IF
002670               END-IF
002680            END-IF.
002690            OPEN OUTPUT REPORT-FILE.
002700            IF WS-REPORT-FS                NOT = "00"
002710               DISPLAY "ALUMRPT ACCESS ERROR."
002720               MOVE "CEXM1054"             TO LK-PGM-ID
002730               MOVE "ALUMRPT"              TO LK-FILE-ID
002740               MOVE WS-REPORT-FS           TO LK-FILE-STATUS
002750               CALL 'SPGMABND'             USING LK-ABEND-PARMS
002760               IF  LK-ABEND-YES
002770                   MOVE 16                 TO RETURN-CODE
002780                   MOVE "YES"              TO WS-ERROR-FLAG
002790               END-IF
002800            ELSE
002810               MOVE WS-TODAY               TO WS-RT-DATE
002820               MOVE WS-HEADER1             TO RS-REPORT-REC
002830               WRITE RS-REPORT-REC
002840               MOVE WS-RPT-TITLE           TO RS-REPORT-REC
002850               WRITE RS-REPORT-REC
002860               MOVE WS-HEADER1             TO RS-REPORT-REC
002870               WRITE RS-REPORT-REC
002880            END-IF.
002890       ******************************************************************
002900       * LOAD THE MAILING ADDRESSES. A LATER ROW FOR THE SAME ENROLL
002910       * NUMBER REPLACES THE EARLIER ONE, SO THE LAST ADDRESS WINS.
002920       ******************************************************************
002930        12000-LOAD-ADDR-PARA.
002940            READ ADDR-FILE
002950            AT END
002960                MOVE "YES"                 TO WS-ADDR-EOF
002970            NOT AT END
002980                PERFORM 12100-FIND-ADDR-PARA
002990                IF  WS-ADDR-HIT            = 0
003000                    AND WS-ADDR-COUNT      < 9999
003010                    ADD 1                  TO WS-ADDR-COUNT
003020                    MOVE WS-ADDR-COUNT     TO WS-ADDR-HIT
003030                END-IF
003040                IF  WS-ADDR-HIT            > 0
003050                    MOVE AS-ENROLL-NO
003060                        TO WS-AT-ENROLL-NO(WS-ADDR-HIT)
003070                    MOVE AS-STREET         TO WS-AT-STREET(WS-ADDR-HIT)
003080                    MOVE AS-CITY           TO WS-AT-CITY(WS-ADDR-HIT)
003090                    MOVE AS-STATE          TO WS-AT-STATE(WS-ADDR-HIT)
003100                    MOVE AS-ZIPCODE
003110                        TO WS-AT-ZIPCODE(WS-ADDR-HIT)
003120                    MOVE AS-COUNTRY
003130                        TO WS-AT-COUNTRY(WS-ADDR-HIT)
003140                END-IF
003150            END-READ.
003160        12100-FIND-ADDR-PARA.
003170            MOVE 0                         TO WS-ADDR-HIT.
003180            PERFORM 12200-CHECK-ADDR-PARA
003190                VARYING WS-ADDR-SUB FROM 1 BY 1
003200                UNTIL WS-ADDR-SUB          > WS-ADDR-COUNT
003210                OR    WS-ADDR-HIT          > 0.
003220        12200-CHECK-ADDR-PARA.
003230            IF  WS-AT-ENROLL-NO(WS-ADDR-SUB) = AS-ENROLL-NO
003240                MOVE WS-ADDR-SUB           TO WS-ADDR-HIT
003250            END-IF.
003260       ******************************************************************
003270       * READ ONE ARCHIVE RECORD. ONLY GRADUATES BECOME ALUMNI.
003280       ******************************************************************
003290        20000-SEED-PARA.
003300            READ ARCH-FILE
003310            AT END
003320                MOVE "YES"                 TO WS-ARCH-EOF
003330            NOT AT END
003340                ADD 1                      TO WS-ARCH-READ
003346                IF  AR-STUD-STATUS         = "G"
003353                    AND AR-SNAME           NOT = WS-ANON-MASK
003360                    IF  AR-STATUS-DATE     NOT NUMERIC
003370                        MOVE AR-ENROLL-NO  TO WS-RL-ENROLL-NO
003380                        MOVE AR-SNAME      TO WS-RL-SNAME
003390                        MOVE "BAD GRADUATION DATE ON STUDARCH"
003400                                           TO WS-REJECT-REASON
003410                        PERFORM 27000-REJECT-PARA
003420                    ELSE
003430                        PERFORM 22000-SEED-ONE-PARA
003440                    END-IF
003450                END-IF
003460            END-READ.
003470       ******************************************************************
003480       * ADD A NEW ALUMNUS, OR REFRESH THE GRADUATION FIELDS WHEN THIS
003490       * ARCHIVE COPY CARRIES A LATER GRADUATION DATE.
003500       ******************************************************************
003510        22000-SEED-ONE-PARA.
003520            MOVE AR-ENROLL-NO              TO AL-ENROLL-NO.
003530            READ ALUM-FILE
003540                INVALID KEY
003550                    PERFORM 22100-NEW-ALUM-PARA
003560                NOT INVALID KEY
003570                    IF  AR-STATUS-DATE     > AL-GRAD-DATE
003580                        MOVE AR-SNAME      TO AL-SNAME
003590                        MOVE AR-STATUS-DATE TO AL-GRAD-DATE
003600                        MOVE AR-CAMPUS-CODE TO AL-CAMPUS-CODE
003610                        REWRITE AL-ALUM-REC
003620                        IF  WS-ALUM-FS     = "00"
003630                            ADD 1          TO WS-REFRESH-COUNT
003640                            MOVE "GRAD REFRESHED" TO WS-REG-ACTION
003650                            PERFORM 26000-REGISTER-PARA
003660                        ELSE
003670                            PERFORM 29000-ALUM-ERROR-PARA
003680                        END-IF
003690                    ELSE
003700                        ADD 1              TO WS-ON-FILE-COUNT
003710                    END-IF
003720            END-READ.
003730        22100-NEW-ALUM-PARA.
003740            MOVE SPACES                    TO AL-ALUM-REC.
003750            MOVE AR-ENROLL-NO              TO AL-ENROLL-NO.
003760            MOVE AR-SNAME                  TO AL-SNAME.
003770            MOVE AR-STATUS-DATE            TO AL-GRAD-DATE.
003780            MOVE AR-CAMPUS-CODE            TO AL-CAMPUS-CODE.
003790            MOVE 0                         TO AL-ZIPCODE.
003800            MOVE WS-TODAY                  TO AL-SEED-DATE.
003810            MOVE 0                         TO AL-LIFE-GIVING.
003820            MOVE 0                         TO AL-LAST-PLEDGE-NO.
003830            MOVE AR-ENROLL-NO              TO AS-ENROLL-NO.
003840            PERFORM 12100-FIND-ADDR-PARA.
003850            IF  WS-ADDR-HIT                > 0
003860                MOVE WS-AT-STREET(WS-ADDR-HIT)  TO AL-STREET
003870                MOVE WS-AT-CITY(WS-ADDR-HIT)    TO AL-CITY
003880                MOVE WS-AT-STATE(WS-ADDR-HIT)   TO AL-STATE
003890                MOVE WS-AT-ZIPCODE(WS-ADDR-HIT) TO AL-ZIPCODE
003900                MOVE WS-AT-COUNTRY(WS-ADDR-HIT) TO AL-COUNTRY
003910                MOVE WS-TODAY              TO AL-CONTACT-DATE
003920            END-IF.
003930            WRITE AL-ALUM-REC.
003940            IF  WS-ALUM-FS                 = "00"
003950                ADD 1                      TO WS-SEED-COUNT
003960                MOVE "SEEDED"              TO WS-REG-ACTION
003970                PERFORM 26000-REGISTER-PARA
003980            ELSE
003990                PERFORM 29000-ALUM-ERROR-PARA
004000            END-IF.
004010       ******************************************************************
004020       * READ ONE CONTACT UPDATE AND APPLY ITS NON-BLANK FIELDS.
004030       ******************************************************************
004040        24000-UPDATE-PARA.
004050            READ UPD-FILE
004060            AT END
004070                MOVE "YES"                 TO WS-UPD-EOF
004080            NOT AT END
004090                MOVE AU-ENROLL-NO          TO WS-RL-ENROLL-NO
004100                MOVE SPACES                TO WS-RL-SNAME
004110                EVALUATE TRUE
004120                    WHEN AU-ENROLL-NO      NOT NUMERIC
004130                        MOVE "ENROLL NO NOT NUMERIC"
004140                                           TO WS-REJECT-REASON
004150                        PERFORM 27000-REJECT-PARA
004160                    WHEN AU-ZIPCODE        NOT = SPACES
004170                        AND AU-ZIPCODE     NOT NUMERIC
004180                        MOVE "ZIP CODE NOT NUMERIC"
004190                                           TO WS-REJECT-REASON
004200                        PERFORM 27000-REJECT-PARA
004210                    WHEN OTHER
004220                        PERFORM 24100-APPLY-UPD-PARA
004230                END-EVALUATE
004240            END-READ.
004250        24100-APPLY-UPD-PARA.
004260            MOVE AU-ENROLL-NO              TO AL-ENROLL-NO.
004270            READ ALUM-FILE
004280                INVALID KEY
004290                    MOVE "NOT ON ALUMNI MASTER" TO WS-REJECT-REASON
004300                    PERFORM 27000-REJECT-PARA
004310                NOT INVALID KEY
004320                    IF  AU-STREET          NOT = SPACES
004330                        MOVE AU-STREET     TO AL-STREET
004340                    END-IF
004350                    IF  AU-CITY            NOT = SPACES
004360                        MOVE AU-CITY       TO AL-CITY
004370                    END-IF
004380                    IF  AU-STATE           NOT = SPACES
004390                        MOVE AU-STATE      TO AL-STATE
004400                    END-IF
004410                    IF  AU-ZIPCODE         NOT = SPACES
004420                        MOVE AU-ZIPCODE    TO AL-ZIPCODE
004430                    END-IF
004440                    IF  AU-COUNTRY         NOT = SPACES
004450                        MOVE AU-COUNTRY    TO AL-COUNTRY
004460                    END-IF
004470                    IF  AU-PHONE           NOT = SPACES
004480                        MOVE AU-PHONE      TO AL-PHONE
004490                    END-IF
004500                    IF  AU-EMAIL           NOT = SPACES
004510                        MOVE AU-EMAIL      TO AL-EMAIL
004520                    END-IF
004530                    MOVE WS-TODAY          TO AL-CONTACT-DATE
004540                    REWRITE AL-ALUM-REC
004550                    IF  WS-ALUM-FS         = "00"
004560                        ADD 1              TO WS-UPD-COUNT
004570                        MOVE "CONTACT UPDATED" TO WS-REG-ACTION
004580                        PERFORM 26000-REGISTER-PARA
004590                    ELSE
004600                        PERFORM 29000-ALUM-ERROR-PARA
004610                    END-IF
004620            END-READ.
004630       ******************************************************************
004640       * REGISTER ONE ALUMFILE CHANGE.
004650       ******************************************************************
004660        26000-REGISTER-PARA.
004670            MOVE AL-ENROLL-NO              TO WS-RL-ENROLL-NO.
004680            MOVE AL-SNAME                  TO WS-RL-SNAME.
004690            MOVE WS-REG-ACTION             TO WS-RL-ACTION.
004700            MOVE AL-GRAD-YEAR              TO WS-GD-YEAR.
004710            MOVE AL-CAMPUS-CODE            TO WS-GD-CAMPUS.
004720            MOVE WS-GRAD-DETAIL            TO WS-RL-DETAIL.
004730            MOVE WS-REG-LINE               TO RS-REPORT-REC.
004740            WRITE RS-REPORT-REC.
004750       ******************************************************************
004760       * REGISTER A REJECTED ARCHIVE RECORD OR CONTACT UPDATE.
004770       ******************************************************************
004780        27000-REJECT-PARA.
004790            MOVE "REJECTED"                TO WS-RL-ACTION.
004800            MOVE WS-REJECT-REASON          TO WS-RL-DETAIL.
004810            MOVE WS-REG-LINE               TO RS-REPORT-REC.
004820            WRITE RS-REPORT-REC.
004830            ADD 1                          TO WS-REJECT-COUNT.
004840       ******************************************************************
004850       * REGISTER TOTALS.
004860       ******************************************************************
004870        28000-TOTALS-PARA.
004880            MOVE WS-HEADER1                TO RS-REPORT-REC.
004890            WRITE RS-REPORT-REC.
004900            MOVE "ARCHIVE RECORDS READ"    TO WS-TT-LABEL.
004910            MOVE WS-ARCH-READ              TO WS-TT-COUNT.
004920            PERFORM 28100-TOTAL-LINE-PARA.
004930            MOVE "ALUMNI SEEDED"           TO WS-TT-LABEL.
004940            MOVE WS-SEED-COUNT             TO WS-TT-COUNT.
004950            PERFORM 28100-TOTAL-LINE-PARA.
004960            MOVE "GRADUATION FIELDS REFRESHED" TO WS-TT-LABEL.
004970            MOVE WS-REFRESH-COUNT          TO WS-TT-COUNT.
004980            PERFORM 28100-TOTAL-LINE-PARA.
004990            MOVE "GRADUATES ALREADY ON FILE" TO WS-TT-LABEL.
005000            MOVE WS-ON-FILE-COUNT          TO WS-TT-COUNT.
005010            PERFORM 28100-TOTAL-LINE-PARA.
005020            MOVE "CONTACT UPDATES APPLIED" TO WS-TT-LABEL.
005030            MOVE WS-UPD-COUNT              TO WS-TT-COUNT.
005040            PERFORM 28100-TOTAL-LINE-PARA.
005050            MOVE "REJECTED"                TO WS-TT-LABEL.
005060            MOVE WS-REJECT-COUNT           TO WS-TT-COUNT.
005070            PERFORM 28100-TOTAL-LINE-PARA.
005080        28100-TOTAL-LINE-PARA.
005090            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
005100            WRITE RS-REPORT-REC.
005110       ******************************************************************
005120       * AN ALUMFILE WRITE OR REWRITE FAILED - STOP THE RUN.
005130       ******************************************************************
005140        29000-ALUM-ERROR-PARA.
005150            DISPLAY "ALUMFILE UPDATE ERROR - STATUS " WS-ALUM-FS
005160                " - ENROLL NO " AL-ENROLL-NO.
005170            MOVE "CEXM1054"                TO LK-PGM-ID.
005180            MOVE "ALUMFILE"                TO LK-FILE-ID.
005190            MOVE WS-ALUM-FS                TO LK-FILE-STATUS.
005200            CALL 'SPGMABND'                USING LK-ABEND-PARMS.
005210            IF  LK-ABEND-YES
005220                MOVE 16                    TO RETURN-CODE
005230                MOVE "YES"                 TO WS-ERROR-FLAG
005240            END-IF.
005250       ******************************************************************
005260       * DISPLAY COUNTS AND CLOSE THE FILES.
005270       ******************************************************************
005280        30000-CLOSE-PARA.
005290            DISPLAY "ARCHIVE RECORDS READ  : " WS-ARCH-READ.
005300            DISPLAY "ALUMNI SEEDED         : " WS-SEED-COUNT.
005310            DISPLAY "GRADUATIONS REFRESHED : " WS-REFRESH-COUNT.
005320            DISPLAY "CONTACT UPDATES       : " WS-UPD-COUNT.
005330            DISPLAY "REJECTED              : " WS-REJECT-COUNT.
005340            IF  WS-ARCH-AVAIL              = "YES"
005350                CLOSE ARCH-FILE
005360            END-IF.
005370            CLOSE ADDR-FILE.
005380            CLOSE ALUM-FILE.
005390            IF  WS-UPD-AVAIL               = "YES"
005400                CLOSE UPD-FILE
005410            END-IF.
005420            CLOSE REPORT-FILE.
