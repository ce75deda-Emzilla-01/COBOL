000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1075.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: EMPLOYEE EXPENSE CLAIM APPROVAL. TRAVEL AND
000060       *  SUPPLY CLAIMS WERE PAID BY A MANUAL CHECK RUN OUTSIDE BOTH
000070       *  PAYROLL AND THE LEDGER. READS THE EXPCLAIM FILE (EMP NO,
000080       *  CLAIM DATE, EXPENSE TYPE, AMOUNT, APPROVER, DESCRIPTION) AND
000090       *  PROVES EACH CLAIM:
000100       *    - THE EMPLOYEE MUST RESOLVE THROUGH SPGM0704 (EMPMAST KEY =
000110       *      LOW-ORDER THREE DIGITS OF THE EMP NO, AS IN CEXM947)
000120       *    - THE CLAIM DATE MUST BE A NUMERIC YYYYMMDD NOT AFTER TODAY
000130       *    - THE EXPENSE TYPE MUST BE ON THE EXPTYPE TABLE AND THE
000140       *      AMOUNT ABOVE ZERO AND NOT OVER THAT TYPE'S CLAIM LIMIT
000150       *    - THE APPROVER NAMED ON THE CLAIM MUST BE AUTHORIZED FOR
000160       *      CEXM1075 TYPE A THROUGH SPGM0908 (AND SO LOGGED TO SECLOG)
000170       *  AN APPROVED CLAIM IS ADDED TO THE EXPCLM CLAIM MASTER AT
000180       *  STATUS A; CEXM1006 PAYS IT, NON-TAXABLE, WITH THE EMPLOYEE'S
000190       *  NEXT NET PAY (BANKINT OR PAPER CHECK) AND MARKS IT PAID. THE
000200       *  SAME EMPLOYEE, DATE AND TYPE ALREADY ON EXPCLM IS A DUPLICATE
000210       *  CLAIM. EVERY CLAIM LANDS ON THE EXPCLRPT REPORT; A REJECTED
000220       *  CLAIM LEAVES RETURN CODE 4.
000230       * EXPCLAIM: JEBA02.EMY.COBOL.EXPCLAIM
000240       * EXPTYPE : JEBA02.EMY.COBOL.EXPTYPE
000250       * EXPCLM  : JEBA02.EMY.COBOL.EXPCLM (INDEXED ON EMP+DATE+TYPE)
000260       * EXPCLRPT: JEBA02.EMY.COBOL.EXPCLRPT
000270       * EMPMAST : VIA SPGM0704 (INDEXED ON EMP NUMBER)
000280       * ----------------------------------------------------------------
000290       * PRJ NO    NAME     DATE          MAINT DESC.
000300       * ----------------------------------------------------------------
000310       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000320       ******************************************************************
000330        ENVIRONMENT DIVISION.
000340        INPUT-OUTPUT SECTION.
000350        FILE-CONTROL.
000360            SELECT CLAIM-FILE
000370                ASSIGN TO EXPCLAIM
000380                ORGANIZATION IS SEQUENTIAL
000390                ACCESS MODE IS SEQUENTIAL
000400                FILE STATUS IS WS-CLAIM-FS.
000410            SELECT TYPE-FILE
000420                ASSIGN TO EXPTYPE
000430                ORGANIZATION IS SEQUENTIAL
000440                ACCESS MODE IS SEQUENTIAL
000450                FILE STATUS IS WS-TYPE-FS.
000460            SELECT CLM-FILE
000470                ASSIGN TO EXPCLM
000480                ORGANIZATION IS INDEXED
000490                ACCESS MODE IS RANDOM
000500                RECORD KEY IS EM-KEY
000510                FILE STATUS IS WS-CLM-FS.
000520            SELECT REPORT-FILE
000530                ASSIGN TO EXPCLRPT
000540                ORGANIZATION IS SEQUENTIAL
000550                ACCESS MODE IS SEQUENTIAL
000560                FILE STATUS IS WS-REPORT-FS.
000570        DATA DIVISION.
000580        FILE SECTION.
000590        FD  CLAIM-FILE.
000600        01  XC-CLAIM-REC.
000610            05  XC-EMP-NO                 PIC 9(04).
000620            05  XC-CLAIM-DATE             PIC X(08).
000630            05  XC-EXP-TYPE               PIC X(02).
000640            05  XC-AMOUNT                 PIC 9(05)V9(02).
000650            05  XC-APPROVER               PIC X(08).
000660            05  XC-DESC                   PIC X(30).
000670            05  FILLER                    PIC X(21).
000680        FD  TYPE-FILE.
000690        01  ET-TYPE-REC.
000700            05  ET-EXP-TYPE               PIC X(02).
000710            05  ET-DESC                   PIC X(20).
000720            05  ET-LIMIT                  PIC 9(05)V9(02).
000730            05  FILLER                    PIC X(51).
000740        FD  CLM-FILE.
000750        01  EM-CLAIM-REC.
000760            05  EM-KEY.
000770                10  EM-EMP-NO             PIC 9(04).
000780                10  EM-CLAIM-DATE         PIC X(08).
000790                10  EM-EXP-TYPE           PIC X(02).
000800            05  EM-AMOUNT                 PIC 9(05)V9(02).
000810            05  EM-APPROVER               PIC X(08).
000820            05  EM-DESC                   PIC X(30).
000830            05  EM-STATUS                 PIC X(01).
000840                88  EM-APPROVED                   VALUE "A".
000850                88  EM-PAID                       VALUE "P".
000860            05  EM-APPR-DATE              PIC X(08).
000870            05  EM-PAID-DATE              PIC X(08).
000880            05  EM-PAY-METHOD             PIC X(01).
000890            05  FILLER                    PIC X(03).
000900        FD  REPORT-FILE.
000910        01  RS-REPORT-REC                 PIC X(80).
000920        WORKING-STORAGE SECTION.
000930        01  WS-CLAIM-FS                   PIC X(02).
000940        01  WS-TYPE-FS                    PIC X(02).
000950        01  WS-CLM-FS                     PIC X(02).
000960        01  WS-REPORT-FS                  PIC X(02).
000970        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
000980        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
000990        01  WS-TYPE-EOF                   PIC X(03) VALUE "NO".
001000        01  WS-CURRENT-DATE-DATA          PIC X(20).
001010        01  WS-TODAY                      PIC X(08).
001020        01  WS-CLAIM-COUNT                PIC 9(06) VALUE 0.
001030        01  WS-APPROVED-COUNT             PIC 9(06) VALUE 0.
001040        01  WS-REJECT-COUNT               PIC 9(06) VALUE 0.
001050        01  WS-AUTH-REJ-COUNT             PIC 9(06) VALUE 0.
001060        01  WS-APPROVED-TOTAL             PIC 9(09)V9(02) VALUE 0.
001070        01  WS-EMP-NO-D                   PIC 9(04).
001080       * EXPENSE TYPE TABLE, ONE ENTRY PER TYPE WITH ITS CLAIM LIMIT.
001090        01  WS-TYPE-TABLE-COUNT           PIC 9(03) VALUE 0.
001100        01  WS-TYPE-TABLE.
001110            05  WS-TYPE-ENTRY             OCCURS 1 TO 100 TIMES
001120                                      DEPENDING ON WS-TYPE-TABLE-COUNT
001130                                          INDEXED BY TYPE-IDX.
001140                10  WS-TY-EXP-TYPE        PIC X(02).
001150                10  WS-TY-LIMIT           PIC 9(05)V9(02).
001160        01  WS-TYPE-OK-FLAG               PIC X(03).
001170        01  WS-TYPE-LIMIT                 PIC 9(05)V9(02).
001180        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
001190        01  WS-HEADER2.
001200            05 FILLER                     PIC X(26)
001210               VALUE "EXPENSE CLAIM APPROVAL RUN".
001220            05 FILLER                     PIC X(01) VALUE SPACE.
001230            05 WS-H2-DATE                 PIC X(08).
001240            05 FILLER                     PIC X(45) VALUE SPACES.
001250        01  WS-AUDIT-OUT.
001260            05 WS-AU-VERDICT              PIC X(10).
001270            05 FILLER                     PIC X(06)
001280                                          VALUE " EMP #".
001290            05 WS-AU-EMP-NO               PIC 9(04).
001300            05 FILLER                     PIC X(01) VALUE SPACE.
001310            05 WS-AU-CLAIM-DATE           PIC X(08).
001320            05 FILLER                     PIC X(01) VALUE SPACE.
001330            05 WS-AU-EXP-TYPE             PIC X(02).
001340            05 FILLER                     PIC X(01) VALUE SPACE.
001350            05 WS-AU-AMOUNT               PIC $$$,$$9.99.
001360            05 FILLER                     PIC X(03) VALUE " - ".
001370            05 WS-AU-REASON               PIC X(34).
001380        01  WS-TOTAL-LINE.
001390            05 FILLER                     PIC X(20)
001400                                          VALUE "CLAIMS APPROVED    :".
001410            05 WS-TL-COUNT                PIC ZZZ,ZZ9.
001420            05 FILLER                     PIC X(10)
001430                                          VALUE "  AMOUNT: ".
001440            05 WS-TL-AMOUNT               PIC $$$,$$$,$$9.99.
001450            05 FILLER                     PIC X(10)
001460                                          VALUE "  REJECTED".
001470            05 WS-TL-REJECTS              PIC ZZZ,ZZ9.
001480            05 FILLER                     PIC X(12) VALUE SPACES.
001490        COPY SPGM0704L.
001500        COPY SPGM0908L.
001510        COPY SPGMABNL.
001520        PROCEDURE DIVISION.
001530       ******************************************************************
001540       * MAIN PROGRAM FLOW.
001550       ******************************************************************
001560        00000-MAIN-PARA.
001570            PERFORM 10000-INITIALIZE-PARA.
001580            IF  WS-ERROR-FLAG              NOT = "YES"
001590                PERFORM 12000-LOAD-TYPE-PARA
001600                    UNTIL WS-TYPE-EOF      = "YES"
001610                MOVE WS-TODAY              TO WS-H2-DATE
001620                MOVE WS-HEADER2            TO RS-REPORT-REC
001630                WRITE RS-REPORT-REC
001640                MOVE WS-HEADER1            TO RS-REPORT-REC
001650                WRITE RS-REPORT-REC
001660            END-IF.
001670            PERFORM 20000-PROCESS-PARA
001680              UNTIL WS-ERROR-FLAG = "YES"
001690              OR    WS-ENDOFFILE  = "YES".
001700            IF  WS-ERROR-FLAG              NOT = "YES"
001710                PERFORM 28000-TOTALS-PARA
001720            END-IF.
001730            PERFORM 30000-CLOSE-PARA.
001740            STOP RUN.
001750       ******************************************************************
001760       * OPEN ALL FILES. THE FIRST RUN CREATES EXPCLM.
001770       ******************************************************************
001780        10000-INITIALIZE-PARA.
001790            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
001800            MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-TODAY.
001810            OPEN INPUT CLAIM-FILE.
001820            IF WS-CLAIM-FS                 NOT = "00"
001830               DISPLAY "EXPCLAIM ACCESS ERROR."
001840               MOVE "CEXM1075"            TO LK-PGM-ID
001850               MOVE "EXPCLAIM"            TO LK-FILE-ID
001860               MOVE WS-CLAIM-FS           TO LK-FILE-STATUS
001870               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001880               IF  LK-ABEND-YES
001890                   MOVE 16                TO RETURN-CODE
001900                   MOVE "YES"             TO WS-ERROR-FLAG
001910               END-IF
001920            END-IF.
001930            OPEN INPUT TYPE-FILE.
001940            IF WS-TYPE-FS                  NOT = "00"
001950               DISPLAY "EXPTYPE ACCESS ERROR."
001960               MOVE "CEXM1075"            TO LK-PGM-ID
001970               MOVE "EXPTYPE"             TO LK-FILE-ID
001980               MOVE WS-TYPE-FS            TO LK-FILE-STATUS
001990               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002000               IF  LK-ABEND-YES
002010                   MOVE 16                TO RETURN-CODE
002020                   MOVE "YES"             TO WS-ERROR-FLAG
002030               END-IF
002040            END-IF.
002050            OPEN I-O CLM-FILE.
002060            IF WS-CLM-FS                   = "35"
002070               OPEN OUTPUT CLM-FILE
002080               CLOSE CLM-FILE
002090               OPEN I-O CLM-FILE
002100            END-IF.
002110            IF WS-CLM-FS                   NOT = "00"
002120               DISPLAY "EXPCLM ACCESS ERROR."
002130               MOVE "CEXM1075"            TO LK-PGM-ID
002140               MOVE "EXPCLM"              TO LK-FILE-ID
002150               MOVE WS-CLM-FS             TO LK-FILE-STATUS
002160               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002170               IF  LK-ABEND-YES
002180                   MOVE 16                TO RETURN-CODE
002190                   MOVE "YES"             TO WS-ERROR-FLAG
002200               END-IF
002210            END-IF.
002220            OPEN OUTPUT REPORT-FILE.
002230            IF WS-REPORT-FS                NOT = "00"
002240               DISPLAY "EXPCLRPT ACCESS ERROR."
002250               MOVE "CEXM1075"            TO LK-PGM-ID
002260               MOVE "EXPCLRPT"            TO LK-FILE-ID
002270               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
002280               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002290               IF  LK-ABEND-YES
002300                   MOVE 16                TO RETURN-CODE
002310                   MOVE "YES"             TO WS-ERROR-FLAG
002320               END-IF
002330            END-IF.
002340       ******************************************************************
002350       * LOAD THE EXPENSE TYPES AND THEIR CLAIM LIMITS.
002360       ******************************************************************
002370        12000-LOAD-TYPE-PARA.
002380            READ TYPE-FILE
002390            AT END
002400                MOVE "YES"                 TO WS-TYPE-EOF
002410            NOT AT END
002420                IF  WS-TYPE-TABLE-COUNT    = 100
002430                    DISPLAY "EXPENSE TYPE TABLE FULL AT 100 ENTRIES."
002440                ELSE
002450                    ADD 1                  TO WS-TYPE-TABLE-COUNT
002460                    MOVE ET-EXP-TYPE
002470                        TO WS-TY-EXP-TYPE(WS-TYPE-TABLE-COUNT)
002480                    MOVE ET-LIMIT
002490                        TO WS-TY-LIMIT(WS-TYPE-TABLE-COUNT)
002500                END-IF
002510            END-READ.
002520       ******************************************************************
002530       * READ ONE CLAIM AND PROVE IT. THE FIRST FAILED TEST IS THE
002540       * REASON GIVEN.
002550       ******************************************************************
002560        20000-PROCESS-PARA.
002570            READ CLAIM-FILE
002580            AT END
002590                MOVE "YES"                 TO WS-ENDOFFILE
002600            NOT AT END
002610                ADD 1                      TO WS-CLAIM-COUNT
002620                PERFORM 20500-CHECK-AUTH-PARA
002630                PERFORM 25000-CHECK-TYPE-PARA
002640                EVALUATE TRUE
002650                    WHEN LK-AU-DENIED
002660                        MOVE "APPROVER NOT AUTHORIZED"
002670                                           TO WS-AU-REASON
002680                        PERFORM 27000-REJECT-PARA
002690                        ADD 1              TO WS-AUTH-REJ-COUNT
002700                    WHEN XC-EMP-NO         NOT NUMERIC
002710                        MOVE "EMP NO NOT NUMERIC" TO WS-AU-REASON
002720                        PERFORM 27000-REJECT-PARA
002730                    WHEN XC-CLAIM-DATE     NOT NUMERIC
002740                        MOVE "CLAIM DATE NOT NUMERIC"
002750                                           TO WS-AU-REASON
002760                        PERFORM 27000-REJECT-PARA
002770                    WHEN XC-CLAIM-DATE     > WS-TODAY
002780                        MOVE "CLAIM DATED IN THE FUTURE"
002790                                           TO WS-AU-REASON
002800                        PERFORM 27000-REJECT-PARA
002810                    WHEN WS-TYPE-OK-FLAG   = "NO"
002820                        MOVE "EXPENSE TYPE NOT ON EXPTYPE"
002830                                           TO WS-AU-REASON
002840                        PERFORM 27000-REJECT-PARA
002850                    WHEN XC-AMOUNT         NOT NUMERIC
002860                        OR XC-AMOUNT       = 0
002870                        MOVE "AMOUNT MISSING OR NOT NUMERIC"
002880                                           TO WS-AU-REASON
002890                        PERFORM 27000-REJECT-PARA
002900                    WHEN XC-AMOUNT         > WS-TYPE-LIMIT
002910                        MOVE "OVER THE LIMIT FOR THIS TYPE"
002920                                           TO WS-AU-REASON
002930                        PERFORM 27000-REJECT-PARA
002940                    WHEN OTHER
002950                        PERFORM 21000-CHECK-EMP-PARA
002960                END-EVALUATE
002970            END-READ.
002980       ******************************************************************
002990       * THE CLAIM'S APPROVER IS PROVED (AND LOGGED) THROUGH SPGM0908
003000       * AGAINST THE AUTHFILE OPERATOR AUTHORIZATION MASTER.
003010       ******************************************************************
003020        20500-CHECK-AUTH-PARA.
003030            MOVE XC-APPROVER               TO LK-AU-OPERATOR.
003040            MOVE "CEXM1075"                TO LK-AU-PROGRAM.
003050            MOVE "A"                       TO LK-AU-TRAN-TYPE.
003060            MOVE SPACES                    TO LK-AU-KEY-INFO.
003070            MOVE XC-EMP-NO                 TO LK-AU-KEY-INFO(1:4).
003080            MOVE XC-EXP-TYPE               TO LK-AU-KEY-INFO(6:2).
003090            CALL 'SPGM0908'                USING LK-AUTHCHK-PARMS.
003100       ******************************************************************
003110       * THE EMPLOYEE MUST RESOLVE THROUGH SPGM0704.
003120       ******************************************************************
003130        21000-CHECK-EMP-PARA.
003140            MOVE XC-EMP-NO                 TO WS-EMP-NO-D.
003150            MOVE WS-EMP-NO-D(2:3)          TO LK-EMP-NUM.
003160            CALL 'SPGM0704'                USING LK-EMPLOOKUP-PARMS.
003170            IF  LK-NOT-FOUND
003180                MOVE "EMP NUMBER NOT ON EMPMAST" TO WS-AU-REASON
003190                PERFORM 27000-REJECT-PARA
003200            ELSE
003210                PERFORM 22000-WRITE-CLAIM-PARA
003220            END-IF.
003230       ******************************************************************
003240       * ADD THE APPROVED CLAIM TO EXPCLM, AWAITING PAYMENT.
003250       ******************************************************************
003260        22000-WRITE-CLAIM-PARA.
003270            MOVE SPACES                    TO EM-CLAIM-REC.
003280            MOVE XC-EMP-NO                 TO EM-EMP-NO.
003290            MOVE XC-CLAIM-DATE             TO EM-CLAIM-DATE.
003300            MOVE XC-EXP-TYPE               TO EM-EXP-TYPE.
003310            MOVE XC-AMOUNT                 TO EM-AMOUNT.
003320            MOVE XC-APPROVER               TO EM-APPROVER.
003330            MOVE XC-DESC                   TO EM-DESC.
003340            MOVE "A"                       TO EM-STATUS.
003350            MOVE WS-TODAY                  TO EM-APPR-DATE.
003360            WRITE EM-CLAIM-REC
003370                INVALID KEY
003380                    MOVE "DUPLICATE CLAIM ON EXPCLM" TO WS-AU-REASON
003390                    PERFORM 27000-REJECT-PARA
003400                NOT INVALID KEY
003410                    ADD 1                  TO WS-APPROVED-COUNT
003420                    ADD XC-AMOUNT          TO WS-APPROVED-TOTAL
003430                    MOVE "APPROVED FOR PAYMENT" TO WS-AU-REASON
003440                    MOVE "APPROVED -"      TO WS-AU-VERDICT
003450                    PERFORM 26500-AUDIT-LINE-PARA
003460            END-WRITE.
003470            IF  WS-CLM-FS                  NOT = "00"
003480                AND WS-CLM-FS              NOT = "22"
003490                DISPLAY "EXPCLM UPDATE ERROR - STATUS " WS-CLM-FS
003500                    " - EMP NO " XC-EMP-NO
003510                MOVE "CEXM1075"            TO LK-PGM-ID
003520                MOVE "EXPCLM"              TO LK-FILE-ID
003530                MOVE WS-CLM-FS             TO LK-FILE-STATUS
003540                CALL 'SPGMABND'            USING LK-ABEND-PARMS
003550                IF  LK-ABEND-YES
003560                    MOVE 16                TO RETURN-CODE
003570                    MOVE "YES"             TO WS-ERROR-FLAG
003580                END-IF
003590            END-IF.
003600       ******************************************************************
003610       * THE CLAIM'S EXPENSE TYPE MUST BE ON EXPTYPE; TAKE ITS LIMIT.
003620       ******************************************************************
003630        25000-CHECK-TYPE-PARA.
003640            MOVE "NO"                      TO WS-TYPE-OK-FLAG.
003650            MOVE 0                         TO WS-TYPE-LIMIT.
003660            IF  WS-TYPE-TABLE-COUNT        > 0
003670                SET TYPE-IDX               TO 1
003680                SEARCH WS-TYPE-ENTRY
003690                    WHEN WS-TY-EXP-TYPE(TYPE-IDX) = XC-EXP-TYPE
003700                        MOVE "YES"         TO WS-TYPE-OK-FLAG
003710                        MOVE WS-TY-LIMIT(TYPE-IDX) TO WS-TYPE-LIMIT
003720                END-SEARCH
003730            END-IF.
003740       ******************************************************************
003750       * REPORT LINES FOR APPROVED AND REJECTED CLAIMS.
003760       ******************************************************************
003770        26500-AUDIT-LINE-PARA.
003780            MOVE XC-EMP-NO                 TO WS-AU-EMP-NO.
003790            MOVE XC-CLAIM-DATE             TO WS-AU-CLAIM-DATE.
003800            MOVE XC-EXP-TYPE               TO WS-AU-EXP-TYPE.
003810            IF  XC-AMOUNT                  IS NUMERIC
003820                MOVE XC-AMOUNT             TO WS-AU-AMOUNT
003830            ELSE
003840                MOVE 0                     TO WS-AU-AMOUNT
003850            END-IF.
003860            MOVE WS-AUDIT-OUT              TO RS-REPORT-REC.
003870            WRITE RS-REPORT-REC.
003880        27000-REJECT-PARA.
003890            MOVE "REJECTED -"              TO WS-AU-VERDICT.
003900            PERFORM 26500-AUDIT-LINE-PARA.
003910            ADD 1                          TO WS-REJECT-COUNT.
003920       ******************************************************************
003930       * RUN TOTALS. ANY REJECTED CLAIM LEAVES RETURN CODE 4.
003940       ******************************************************************
003950        28000-TOTALS-PARA.
003960            MOVE WS-HEADER1                TO RS-REPORT-REC.
003970            WRITE RS-REPORT-REC.
003980            MOVE WS-APPROVED-COUNT         TO WS-TL-COUNT.
003990            MOVE WS-APPROVED-TOTAL         TO WS-TL-AMOUNT.
004000            MOVE WS-REJECT-COUNT           TO WS-TL-REJECTS.
004010            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
004020            WRITE RS-REPORT-REC.
004030            IF  WS-REJECT-COUNT            > 0
004040                MOVE 4                     TO RETURN-CODE
004050            END-IF.
004060       ******************************************************************
004070       * DISPLAY COUNTS AND CLOSE THE FILES.
004080       ******************************************************************
004090        30000-CLOSE-PARA.
004100            DISPLAY "CLAIMS READ          : " WS-CLAIM-COUNT.
004110            DISPLAY "CLAIMS APPROVED      : " WS-APPROVED-COUNT.
004120            DISPLAY "AMOUNT APPROVED      : " WS-APPROVED-TOTAL.
004130            DISPLAY "CLAIMS REJECTED      : " WS-REJECT-COUNT.
004140            DISPLAY "AUTH REFUSALS        : " WS-AUTH-REJ-COUNT.
004150            CLOSE CLAIM-FILE.
004160            CLOSE TYPE-FILE.
004170            CLOSE CLM-FILE.
004180            CLOSE REPORT-FILE.
