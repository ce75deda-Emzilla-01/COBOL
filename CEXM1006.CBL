000230       *  TRAILER WITH THE RECORD COUNT AND TOTAL AMOUNT. EMPLOYEES
000240       *  WITH NO ACTIVE BANK DETAIL GO ON THE PAPERRPT REGISTER OF
000250       *  WHO STILL GETS A PAPER CHECK.
000251       *  A DETAIL CEXM1005 MARKED PRENOTE-DUE GOES OUT AS A ZERO-DOLLAR
000252       *  PRENOTE D (ENTRY TYPE P) AND THE EMPLOYEE IS PAID BY PAPER
000254       *  CHECK; ON THE NEXT CYCLE, WITH NO CEXM1067 RETURN HAVING SET
000255       *  THE DETAIL INACTIVE, IT GOES LIVE. EVERY D CARRIES A TRACE
000256       *  NUMBER (BUSINESS DATE AND DETAIL SEQUENCE) AND IS LOGGED TO
000258       *  DDHIST SO A BANK RETURN CAN BE MATCHED TO IT.
000259       *  EVERY PAPERRPT LINE ALSO GOES TO THE PAPERCHK EXTRACT THAT
000260       *  CEXM1068 PRINTS THE NUMBERED CHECKS FROM.
000262       *  THE GARNISHMENTS CEXM1004 WITHHELD (ITS GARNPAY FILE) COME OFF
000263       *  THE NET AS THEY DID ON THE PAYSLIP. APPROVED CEXM1075 EXPENSE
000264       *  CLAIMS ON EXPCLM ARE PAID ON TOP OF THE NET, NON-TAXABLE, BY
000266       *  WHICHEVER ROUTE THE PAY TAKES; EACH CLAIM PAID IS MARKED PAID
000267       *  ON EXPCLM AND LISTED ON EXPPAID FOR THE CEXM1070 GL JOURNAL.
000268       * EMPIN   : JEBA02.EMY.COBOL.EMPIN
000270       * DEDFILE : JEBA02.EMY.COBOL.DEDFILE
000280       * PAYHOURS: JEBA02.EMY.COBOL.PAYHOURS
000290       * TAXTBL  : JEBA02.EMY.COBOL.TAXTBL
000300       * BANKFILE: JEBA02.EMY.COBOL.BANKFILE (INDEXED ON EMP NO)
000310       * BANKINT : JEBA02.EMY.COBOL.BANKINT
000320       * PAPERRPT: JEBA02.EMY.COBOL.PAPERRPT
000321       * DDHIST  : JEBA02.EMY.COBOL.DDHIST (INDEXED ON TRACE NO)
000322       * PAPERCHK: JEBA02.EMY.COBOL.PAPERCHK
000323       * PAYEXCP : JEBA02.EMY.COBOL.PAYEXCP
000325       * PAYSTUB : JEBA02.EMY.COBOL.PAYSTUB
000326       * GARNPAY : JEBA02.EMY.COBOL.GARNPAY (OPTIONAL)
000327       * EXPCLM  : JEBA02.EMY.COBOL.EXPCLM (INDEXED ON EMP+DATE+TYPE)
000328       * EXPPAID : JEBA02.EMY.COBOL.EXPPAID
000330       * ----------------------------------------------------------------
000340       * PRJ NO    NAME     DATE          MAINT DESC.
000350       * ----------------------------------------------------------------
000360       * JEBA02    EMY     09/13/2026    PROGRAM CREATED.
000361       * JEBA02    EMY     09/26/2026    PRENOTES FOR NEW AND CHANGED
000362       *                                 BANK DETAILS, TRACE NUMBERS ON
000363       *                                 EVERY D AND THE DDHIST LOG OF
000364       *                                 WHAT WAS SENT. BANKFILE IS NOW
000365       *                                 OPENED I-O.
000366       * JEBA02    EMY     09/26/2026    PAPERCHK EXTRACT OF EVERY
000367       *                                 PAPER-CHECK EMPLOYEE FOR THE
000368       *                                 CEXM1068 CHECK PRINT.
000370       * JEBA02    EMY     09/26/2026    NO TRANSMISSION UNTIL THE
000371       *                                 CEXM1071 VARIANCE EDIT HAS RUN
000372       *                                 TO COMPLETION AND ITS PAYEXCP
000373       *                                 FILE HOLDS NO UNRELEASED
000374       *                                 EXCEPTION.
000375       * JEBA02    EMY     09/26/2026    GARNPAY GARNISHMENTS TAKEN OFF
000376       *                                 THE NET; APPROVED EXPCLM
000377       *                                 EXPENSE CLAIMS PAID WITH IT,
000378       *                                 MARKED PAID AND WRITTEN TO
000380       *                                 EXPPAID. PAPERCHK CARRIES THE
000381       *                                 REIMBURSEMENT IN THE CHECK.
000382       * JEBA02    EMY     09/26/2026    THE PAYEXCP T RECORD MUST BE
000383       *                                 FOR THE PAY PERIOD ON PAYSTUB -
000384       *                                 A FULLY RELEASED EDIT LEFT FROM
000385       *                                 AN EARLIER PERIOD NO LONGER
000386       *                                 OPENS THE TRANSMISSION GATE.
000387       ******************************************************************
000388        ENVIRONMENT DIVISION.
000390        INPUT-OUTPUT SECTION.
000400        FILE-CONTROL.
000410            SELECT EMP-FILE
000740                ORGANIZATION IS SEQUENTIAL
000750                ACCESS MODE IS SEQUENTIAL
000760                FILE STATUS IS WS-REPORT-FS.
000761            SELECT HIST-FILE
000762                ASSIGN TO DDHIST
000763                ORGANIZATION IS INDEXED
000764                ACCESS MODE IS RANDOM
000765                RECORD KEY IS DH-TRACE-NO
000767                FILE STATUS IS WS-HIST-FS.
000768            SELECT CHK-FILE
000769                ASSIGN TO PAPERCHK
000770                ORGANIZATION IS SEQUENTIAL
000771                ACCESS MODE IS SEQUENTIAL
000773                FILE STATUS IS WS-CHK-FS.
000774            SELECT EXCP-FILE
000775                ASSIGN TO PAYEXCP
000776                ORGANIZATION IS SEQUENTIAL
000777                ACCESS MODE IS SEQUENTIAL
000779                FILE STATUS IS WS-EXCP-FS.
000780            SELECT STUB-FILE
000781                ASSIGN TO PAYSTUB
000782                ORGANIZATION IS SEQUENTIAL
000783                ACCESS MODE IS SEQUENTIAL
000785                FILE STATUS IS WS-STUB-FS.
000786            SELECT GPAY-FILE
000787                ASSIGN TO GARNPAY
000788                ORGANIZATION IS SEQUENTIAL
000789                ACCESS MODE IS SEQUENTIAL
000790                FILE STATUS IS WS-GPAY-FS.
000792            SELECT CLM-FILE
000793                ASSIGN TO EXPCLM
000794                ORGANIZATION IS INDEXED
000795                ACCESS MODE IS DYNAMIC
000796                RECORD KEY IS EM-KEY
000798                FILE STATUS IS WS-CLM-FS.
000799            SELECT PAID-FILE
000800                ASSIGN TO EXPPAID
000801                ORGANIZATION IS SEQUENTIAL
000802                ACCESS MODE IS SEQUENTIAL
000804                FILE STATUS IS WS-PAID-FS.
000805        DATA DIVISION.
000806        FILE SECTION.
000807        FD  EMP-FILE.
000808        01  FS-EMP-REC.
000810            05  FS-EMP-NO                 PIC 9(04).
000820            05  FS-EMP-NAME               PIC X(20).
000830            05  FS-EMP-SALARY             PIC 9(05).
001110            05  BK-ROUTING                PIC 9(09).
001120            05  BK-ACCOUNT                PIC X(17).
001130            05  BK-ACTIVE-FLAG            PIC X(01).
001132            05  BK-PRENOTE-STATUS         PIC X(01).
001134                88  BK-PRENOTE-DUE                VALUE "N".
001136                88  BK-PRENOTE-SENT               VALUE "P".
001138            05  BK-PRENOTE-DATE           PIC X(08).
001141            05  BK-CHANGE-DATE            PIC X(08).
001143            05  BK-RETURN-CODE            PIC X(03).
001145            05  BK-RETURN-DATE            PIC X(08).
001147            05  FILLER                    PIC X(21).
001150        FD  INT-FILE.
001151        01  IS-INT-REC                    PIC X(90).
001152        FD  REPORT-FILE.
001153        01  RS-REPORT-REC                 PIC X(80).
001154        FD  HIST-FILE.
001155        01  DH-HIST-REC.
001156            05  DH-TRACE-NO               PIC 9(14).
001157            05  DH-EMP-NO                 PIC 9(04).
001158            05  DH-EMP-NAME               PIC X(20).
001159            05  DH-ROUTING                PIC 9(09).
001160            05  DH-ACCOUNT                PIC X(17).
001161            05  DH-AMOUNT                 PIC 9(09)V9(02).
001162            05  DH-ENTRY-TYPE             PIC X(01).
001163            05  DH-SENT-DATE              PIC X(08).
001164            05  DH-RETURN-CODE            PIC X(03).
001165            05  DH-RETURN-DATE            PIC X(08).
001166            05  FILLER                    PIC X(05).
001167        FD  CHK-FILE.
001168        01  PC-CHK-REC.
001169            05  PC-EMP-NO                 PIC 9(04).
001170            05  PC-EMP-NAME               PIC X(20).
001172            05  PC-NET                    PIC 9(09)V9(02).
001173            05  PC-NOTE                   PIC X(18).
001174            05  PC-REIMB                  PIC 9(07)V9(02).
001175            05  FILLER                    PIC X(18).
001176        FD  EXCP-FILE.
001177        01  EX-EXCP-REC.
001178            05  EX-REC-TYPE               PIC X(01).
001179            05  EX-EMP-NO                 PIC 9(04).
001180            05  EX-EMP-NAME               PIC X(20).
001181            05  EX-PERIOD-DATE            PIC X(08).
001182            05  EX-REASON                 PIC X(02).
001183            05  EX-CURRENT                PIC S9(09)V9(02).
001184            05  EX-COMPARE                PIC S9(09)V9(02).
001185            05  EX-STATUS                 PIC X(01).
001186                88  EX-FLAGGED                    VALUE "F".
001187                88  EX-RELEASED                   VALUE "R".
001188            05  FILLER                    PIC X(22).
001189        01  EX-TRAILER-R REDEFINES EX-EXCP-REC.
001190            05  FILLER                    PIC X(01).
001191            05  EX-T-PERIOD-DATE          PIC X(08).
001192            05  FILLER                    PIC X(71).
001194        FD  STUB-FILE.
001195        01  ST-STUB-REC.
001196            05  ST-EMP-NO                 PIC 9(04).
001197            05  ST-EMP-NAME               PIC X(20).
001198            05  ST-DEPT-NO                PIC 9(02).
001199            05  ST-PERIOD-DATE            PIC X(08).
001200            05  ST-REG-HOURS              PIC 9(05).
001201            05  ST-OT-HOURS               PIC 9(05).
001202            05  ST-GROSS                  PIC 9(09)V9(02).
001203            05  ST-TAX                    PIC 9(07)V9(02).
001204            05  ST-INS                    PIC 9(07)V9(02).
001205            05  ST-OTHER                  PIC 9(07)V9(02).
001206            05  ST-NET                    PIC S9(09)V9(02).
001207            05  ST-YTD-GROSS              PIC 9(09)V9(02).
001208            05  ST-YTD-NET                PIC S9(09)V9(02).
001209            05  ST-PRIOR-GROSS            PIC 9(09)V9(02).
001210            05  ST-PRIOR-NET              PIC S9(09)V9(02).
001211            05  FILLER                    PIC X(03).
001212        FD  GPAY-FILE.
001213        01  GP-PAY-REC.
001214            05  GP-REC-TYPE               PIC X(01).
001216            05  GP-PAYEE-ID               PIC X(08).
001217            05  GP-D-EMP-NO               PIC 9(04).
001218            05  GP-D-EMP-NAME             PIC X(20).
001219            05  GP-D-ORDER-NO             PIC X(06).
001220            05  GP-D-ORDER-TYPE           PIC X(01).
001221            05  GP-D-AMOUNT               PIC 9(07)V9(02).
001222            05  GP-D-BALANCE              PIC 9(07)V9(02).
001223            05  FILLER                    PIC X(22).
001224        FD  CLM-FILE.
001225        01  EM-CLAIM-REC.
001226            05  EM-KEY.
001227                10  EM-EMP-NO             PIC 9(04).
001228                10  EM-CLAIM-DATE         PIC X(08).
001229                10  EM-EXP-TYPE           PIC X(02).
001230            05  EM-AMOUNT                 PIC 9(05)V9(02).
001231            05  EM-APPROVER               PIC X(08).
001232            05  EM-DESC                   PIC X(30).
001233            05  EM-STATUS                 PIC X(01).
001234                88  EM-APPROVED                   VALUE "A".
001235                88  EM-PAID                       VALUE "P".
001236            05  EM-APPR-DATE              PIC X(08).
001238            05  EM-PAID-DATE              PIC X(08).
001239            05  EM-PAY-METHOD             PIC X(01).
001240            05  FILLER                    PIC X(03).
001241        FD  PAID-FILE.
001242        01  XP-PAID-REC.
001243            05  XP-EMP-NO                 PIC 9(04).
001244            05  XP-EMP-NAME               PIC X(20).
001245            05  XP-DEPT-NO                PIC 9(02).
001246            05  XP-CLAIM-DATE             PIC X(08).
001247            05  XP-EXP-TYPE               PIC X(02).
001248            05  XP-AMOUNT                 PIC 9(05)V9(02).
001249            05  XP-PAY-METHOD             PIC X(01).
001250            05  XP-PAID-DATE              PIC X(08).
001251            05  FILLER                    PIC X(28).
001252        WORKING-STORAGE SECTION.
001253        01  WS-EMP-FS                     PIC X(02).
001254        01  WS-DED-FS                     PIC X(02).
001255        01  WS-PAYHOURS-FS                PIC X(02).
001256        01  WS-TAX-FS                     PIC X(02).
001257        01  WS-BANK-FS                    PIC X(02).
001258        01  WS-INT-FS                     PIC X(02).
001260        01  WS-REPORT-FS                  PIC X(02).
001261        01  WS-HIST-FS                    PIC X(02).
001262        01  WS-CHK-FS                     PIC X(02).
001263        01  WS-EXCP-FS                    PIC X(02).
001264        01  WS-GPAY-FS                    PIC X(02).
001265        01  WS-CLM-FS                     PIC X(02).
001266        01  WS-PAID-FS                    PIC X(02).
001267        01  WS-STUB-FS                    PIC X(02).
001268        01  WS-GPAY-EOF                   PIC X(03) VALUE "NO".
001270        01  WS-GPAY-AVAIL                 PIC X(03) VALUE "YES".
001271        01  WS-CLM-EOF                    PIC X(03) VALUE "NO".
001272        01  WS-CLM-AVAIL                  PIC X(03) VALUE "YES".
001273        01  WS-CLM-DONE                   PIC X(03).
001274       * GARNISHMENTS WITHHELD AND CLAIMS DUE, BY EMPLOYEE NUMBER + 1.
001275        01  WS-GARN-TABLE.
001276            05  WS-GT-AMOUNT              PIC 9(07)V9(02)
001277                                          OCCURS 10000 TIMES.
001278        01  WS-REIMB-TABLE.
001280            05  WS-RT-AMOUNT              PIC 9(07)V9(02)
001281                                          OCCURS 10000 TIMES.
001282        01  WS-EMP-SUB                    PIC 9(05).
001283        01  WS-EMP-GARN                   PIC 9(07)V9(02).
001284        01  WS-EMP-REIMB                  PIC 9(07)V9(02).
001285        01  WS-EMP-PAY                    PIC S9(09)V9(02).
001286        01  WS-PAY-METHOD                 PIC X(01).
001287        01  WS-GARN-TOTAL                 PIC 9(09)V9(02) VALUE 0.
001288        01  WS-CLAIM-PAID-COUNT           PIC 9(06) VALUE 0.
001290        01  WS-CLAIM-PAID-TOTAL           PIC 9(09)V9(02) VALUE 0.
001291        01  WS-EXCP-EOF                   PIC X(03) VALUE "NO".
001292        01  WS-EDIT-DONE                  PIC X(03) VALUE "NO".
001293        01  WS-EDIT-PERIOD                PIC X(08) VALUE SPACES.
001294        01  WS-STUB-PERIOD                PIC X(08) VALUE SPACES.
001295        01  WS-UNRELEASED-COUNT           PIC 9(05) VALUE 0.
001296        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001297        01  WS-EMP-EOF                    PIC X(03) VALUE "NO".
001298        01  WS-DED-EOF                    PIC X(03) VALUE "NO".
001300        01  WS-HOURS-EOF                  PIC X(03) VALUE "NO".
001310        01  WS-TAX-EOF                    PIC X(03) VALUE "NO".
001320        01  WS-TAX-AVAIL                  PIC X(03) VALUE "YES".
001330        01  WS-CURRENT-DATE-DATA          PIC X(20).
001340        01  WS-DEPOSIT-COUNT              PIC 9(06) VALUE 0.
001350        01  WS-PAPER-COUNT                PIC 9(06) VALUE 0.
001352        01  WS-PRENOTE-COUNT              PIC 9(06) VALUE 0.
001354        01  WS-LIVE-COUNT                 PIC 9(06) VALUE 0.
001356        01  WS-DETAIL-SEQ                 PIC 9(06) VALUE 0.
001358        01  WS-TODAY-NUM                  PIC 9(08).
001360        01  WS-DEPOSIT-TOTAL              PIC 9(11)V9(02) VALUE 0.
001370        01  WS-TOTAL-CENTS                PIC 9(12).
001380       * WITHHOLDINGS, SEARCHED PER EMPLOYEE.
001800            05 WS-D-EMP-NO                PIC 9(04).
001810            05 WS-D-NET                   PIC 9(09)V9(02).
001820            05 WS-D-NAME                  PIC X(20).
001825            05 WS-D-ENTRY-TYPE            PIC X(01).
001830            05 WS-D-TRACE-NO              PIC 9(14).
001835            05 FILLER                     PIC X(13) VALUE SPACES.
001840        01  WS-TRAILER-REC.
001850            05 FILLER                     PIC X(01) VALUE "T".
001860            05 WS-T-COUNT                 PIC 9(06).
001950            05 FILLER                     PIC X(07)
001960                                          VALUE "  NET: ".
001970            05 WS-PL-NET                  PIC $$,$$$,$$9.99.
001976            05 FILLER                     PIC X(02) VALUE SPACES.
001983            05 WS-PL-NOTE                 PIC X(18).
001990        COPY SPGMABNL.
002000        PROCEDURE DIVISION.
002010       ******************************************************************
002020       * MAIN PROGRAM FLOW.
002030       ******************************************************************
002040        00000-MAIN-PARA.
002044            PERFORM 05000-EDIT-GATE-PARA.
002048            IF  WS-ERROR-FLAG              NOT = "YES"
002052                PERFORM 10000-INITIALIZE-PARA
002056            END-IF.
002060            IF  WS-ERROR-FLAG              NOT = "YES"
002070                PERFORM 13000-LOAD-DED-PARA
002080                    UNTIL WS-DED-EOF       = "YES"
002100                    UNTIL WS-HOURS-EOF     = "YES"
002110                PERFORM 14000-LOAD-TAX-PARA
002120                    UNTIL WS-TAX-EOF       = "YES"
002122                PERFORM 14500-LOAD-GARN-PARA
002124                    UNTIL WS-GPAY-EOF      = "YES"
002126                PERFORM 14700-LOAD-CLAIM-PARA
002128                    UNTIL WS-CLM-EOF       = "YES"
002130                MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-H-BUS-DATE
002140                MOVE WS-HEADER-REC         TO IS-INT-REC
002150                WRITE IS-INT-REC
002180              UNTIL WS-ERROR-FLAG = "YES"
002190              OR    WS-EMP-EOF    = "YES".
002200            IF  WS-ERROR-FLAG              NOT = "YES"
002210                COMPUTE WS-T-COUNT = WS-DEPOSIT-COUNT + WS-PRENOTE-COUNT
002220                COMPUTE WS-TOTAL-CENTS =
002230                    WS-DEPOSIT-TOTAL * 100
002240                MOVE WS-TOTAL-CENTS        TO WS-T-TOTAL
002250                MOVE WS-TRAILER-REC        TO IS-INT-REC
002251                WRITE IS-INT-REC
002252            END-IF.
002253            PERFORM 30000-CLOSE-PARA.
002254            STOP RUN.
002255       ******************************************************************
002256       * THE CEXM1071 VARIANCE EDIT MUST HAVE FINISHED (ITS T RECORD)
002257       * FOR THIS PAY PERIOD (THE PERIOD CEXM1004 STAMPED ON PAYSTUB)
002258       * AND EVERY EXCEPTION IT FOUND MUST BE RELEASED BEFORE ANYTHING
002259       * GOES TO THE BANK.
002260       ******************************************************************
002261        05000-EDIT-GATE-PARA.
002262            OPEN INPUT EXCP-FILE.
002263            IF  WS-EXCP-FS                 NOT = "00"
002264                DISPLAY "PAYEXCP ACCESS ERROR - STATUS " WS-EXCP-FS
002265                DISPLAY "CEXM1071 EDIT NOT RUN - TRANSMISSION REFUSED."
002266                MOVE 16                    TO RETURN-CODE
002267                MOVE "YES"                 TO WS-ERROR-FLAG
002268            ELSE
002269                PERFORM 05100-READ-EXCP-PARA
002270                    UNTIL WS-EXCP-EOF      = "YES"
002271                CLOSE EXCP-FILE
002273                IF  WS-EDIT-DONE           NOT = "YES"
002274                    DISPLAY "CEXM1071 EDIT DID NOT COMPLETE - "
002275                        "TRANSMISSION REFUSED."
002276                    MOVE 16                TO RETURN-CODE
002277                    MOVE "YES"             TO WS-ERROR-FLAG
002278                END-IF
002279                IF  WS-UNRELEASED-COUNT    > 0
002280                    DISPLAY WS-UNRELEASED-COUNT
002281                        " UNRELEASED PAYROLL EXCEPTIONS - "
002282                        "TRANSMISSION REFUSED."
002283                    MOVE 16                TO RETURN-CODE
002284                    MOVE "YES"             TO WS-ERROR-FLAG
002285                END-IF
002286                IF  WS-EDIT-DONE           = "YES"
002287                    PERFORM 05200-STUB-PERIOD-PARA
002288                    IF  WS-STUB-PERIOD     NOT = SPACES
002289                        AND WS-EDIT-PERIOD NOT = WS-STUB-PERIOD
002290                        DISPLAY "CEXM1071 EDIT IS FOR PERIOD "
002291                            WS-EDIT-PERIOD " NOT " WS-STUB-PERIOD
002292                            " - TRANSMISSION REFUSED."
002293                        MOVE 16            TO RETURN-CODE
002295                        MOVE "YES"         TO WS-ERROR-FLAG
002296                    END-IF
002297                END-IF
002298            END-IF.
002299        05100-READ-EXCP-PARA.
002300            READ EXCP-FILE
002301            AT END
002302                MOVE "YES"                 TO WS-EXCP-EOF
002303            NOT AT END
002304                EVALUATE EX-REC-TYPE
002305                    WHEN "T"
002306                        MOVE "YES"         TO WS-EDIT-DONE
002307                        MOVE EX-T-PERIOD-DATE TO WS-EDIT-PERIOD
002308                    WHEN "D"
002309                        IF  NOT EX-RELEASED
002310                            ADD 1          TO WS-UNRELEASED-COUNT
002311                        END-IF
002312                END-EVALUATE
002313            END-READ.
002314       * THE PAY PERIOD BEING PAID IS THE ONE ON THE FIRST PAYSTUB.
002315        05200-STUB-PERIOD-PARA.
002316            OPEN INPUT STUB-FILE.
002318            IF  WS-STUB-FS                 NOT = "00"
002319                DISPLAY "PAYSTUB ACCESS ERROR - STATUS " WS-STUB-FS
002320                DISPLAY "PAY PERIOD UNKNOWN - TRANSMISSION REFUSED."
002321                MOVE 16                    TO RETURN-CODE
002322                MOVE "YES"                 TO WS-ERROR-FLAG
002323            ELSE
002324                READ STUB-FILE
002325                AT END
002326                    DISPLAY "PAYSTUB IS EMPTY - PAY PERIOD UNKNOWN - "
002327                        "TRANSMISSION REFUSED."
002328                    MOVE 16                TO RETURN-CODE
002329                    MOVE "YES"             TO WS-ERROR-FLAG
002330                NOT AT END
002331                    MOVE ST-PERIOD-DATE    TO WS-STUB-PERIOD
002332                END-READ
002333                CLOSE STUB-FILE
002334            END-IF.
002335       ******************************************************************
002336       * OPEN EVERYTHING.
002337       ******************************************************************
002338        10000-INITIALIZE-PARA.
002340            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
002345            MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-TODAY-NUM.
002350            OPEN INPUT EMP-FILE.
002360            IF WS-EMP-FS                  NOT = "00"
002370               DISPLAY "EMPIN ACCESS ERROR."
002920                  END-IF
002930               END-IF
002940            END-IF.
002950            OPEN I-O BANK-FILE.
002960            IF WS-BANK-FS                 NOT = "00"
002970               DISPLAY "BANKFILE ACCESS ERROR."
002980               MOVE "CEXM1006"            TO LK-PGM-ID
003260               IF  LK-ABEND-YES
003270                   MOVE 16                TO RETURN-CODE
003280                   MOVE "YES"             TO WS-ERROR-FLAG
003281               END-IF
003282            END-IF.
003283            OPEN OUTPUT CHK-FILE.
003284            IF WS-CHK-FS                  NOT = "00"
003285               DISPLAY "PAPERCHK ACCESS ERROR."
003286               MOVE "CEXM1006"            TO LK-PGM-ID
003287               MOVE "PAPERCHK"            TO LK-FILE-ID
003288               MOVE WS-CHK-FS             TO LK-FILE-STATUS
003289               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003290               IF  LK-ABEND-YES
003291                   MOVE 16                TO RETURN-CODE
003292                   MOVE "YES"             TO WS-ERROR-FLAG
003293               END-IF
003294            END-IF.
003295            INITIALIZE WS-GARN-TABLE.
003296            INITIALIZE WS-REIMB-TABLE.
003297       * NO GARNPAY MEANS NO GARNISHMENTS WERE WITHHELD.
003298            OPEN INPUT GPAY-FILE.
003299            IF WS-GPAY-FS                 = "35"
003300               MOVE "NO"                  TO WS-GPAY-AVAIL
003301               MOVE "YES"                 TO WS-GPAY-EOF
003302            ELSE
003303               IF WS-GPAY-FS              NOT = "00"
003305                  DISPLAY "GARNPAY ACCESS ERROR."
003306                  MOVE "CEXM1006"         TO LK-PGM-ID
003307                  MOVE "GARNPAY"          TO LK-FILE-ID
003308                  MOVE WS-GPAY-FS         TO LK-FILE-STATUS
003309                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
003310                  IF  LK-ABEND-YES
003311                      MOVE 16             TO RETURN-CODE
003312                      MOVE "YES"          TO WS-ERROR-FLAG
003313                  END-IF
003314               END-IF
003315            END-IF.
003316       * NO EXPCLM MEANS NO EXPENSE CLAIM HAS EVER BEEN APPROVED.
003317            OPEN I-O CLM-FILE.
003318            IF WS-CLM-FS                  = "35"
003319               MOVE "NO"                  TO WS-CLM-AVAIL
003320               MOVE "YES"                 TO WS-CLM-EOF
003321            ELSE
003322               IF WS-CLM-FS               NOT = "00"
003323                  DISPLAY "EXPCLM ACCESS ERROR."
003324                  MOVE "CEXM1006"         TO LK-PGM-ID
003325                  MOVE "EXPCLM"           TO LK-FILE-ID
003326                  MOVE WS-CLM-FS          TO LK-FILE-STATUS
003327                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
003328                  IF  LK-ABEND-YES
003330                      MOVE 16             TO RETURN-CODE
003331                      MOVE "YES"          TO WS-ERROR-FLAG
003332                  END-IF
003333               ELSE
003334                  MOVE LOW-VALUES         TO EM-KEY
003335                  START CLM-FILE KEY IS >= EM-KEY
003336                      INVALID KEY
003337                          MOVE "YES"      TO WS-CLM-EOF
003338                  END-START
003339               END-IF
003340            END-IF.
003341            OPEN OUTPUT PAID-FILE.
003342            IF WS-PAID-FS                 NOT = "00"
003343               DISPLAY "EXPPAID ACCESS ERROR."
003344               MOVE "CEXM1006"            TO LK-PGM-ID
003345               MOVE "EXPPAID"             TO LK-FILE-ID
003346               MOVE WS-PAID-FS            TO LK-FILE-STATUS
003347               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003348               IF  LK-ABEND-YES
003349                   MOVE 16                TO RETURN-CODE
003350                   MOVE "YES"             TO WS-ERROR-FLAG
003351               END-IF
003352            END-IF.
003353       * DDHIST IS CREATED ON FIRST USE.
003355            OPEN I-O HIST-FILE.
003356            IF WS-HIST-FS                  = "35"
003357               OPEN OUTPUT HIST-FILE
003358               CLOSE HIST-FILE
003359               OPEN I-O HIST-FILE
003360            END-IF.
003361            IF WS-HIST-FS                  NOT = "00"
003362               DISPLAY "DDHIST ACCESS ERROR."
003363               MOVE "CEXM1006"             TO LK-PGM-ID
003364               MOVE "DDHIST"               TO LK-FILE-ID
003365               MOVE WS-HIST-FS             TO LK-FILE-STATUS
003366               CALL 'SPGMABND'             USING LK-ABEND-PARMS
003367               IF  LK-ABEND-YES
003368                   MOVE 16                 TO RETURN-CODE
003369                   MOVE "YES"              TO WS-ERROR-FLAG
003370               END-IF
003371            END-IF.
003372       ******************************************************************
003373       * LOAD THE WITHHOLDINGS.
003374       ******************************************************************
003375        13000-LOAD-DED-PARA.
003376            READ DED-FILE
003377            AT END
003378                MOVE "YES"                 TO WS-DED-EOF
003380            NOT AT END
003390                IF  WS-DED-COUNT           < 9999
003400                    ADD 1                  TO WS-DED-COUNT
003880                END-IF
003890            END-READ.
003900       ******************************************************************
003901       * TOTAL THE GARNISHMENTS CEXM1004 WITHHELD, PER EMPLOYEE, FROM
003902       * THE D RECORDS OF ITS GARNPAY FILE.
003903       ******************************************************************
003904        14500-LOAD-GARN-PARA.
003905            READ GPAY-FILE
003906            AT END
003907                MOVE "YES"                 TO WS-GPAY-EOF
003908            NOT AT END
003909                IF  GP-REC-TYPE            = "D"
003910                    AND GP-D-EMP-NO        IS NUMERIC
003911                    COMPUTE WS-EMP-SUB = GP-D-EMP-NO + 1
003912                    ADD GP-D-AMOUNT        TO WS-GT-AMOUNT(WS-EMP-SUB)
003914                    ADD GP-D-AMOUNT        TO WS-GARN-TOTAL
003915                END-IF
003916            END-READ.
003917       ******************************************************************
003918       * TOTAL THE EXPENSE CLAIMS DUE, PER EMPLOYEE: EVERY APPROVED
003919       * CLAIM, AND - ON A SAME-DAY RERUN - THOSE ALREADY MARKED PAID
003920       * TODAY, SO THE RERUN'S TRANSMISSION STILL CARRIES THEM.
003921       ******************************************************************
003922        14700-LOAD-CLAIM-PARA.
003923            READ CLM-FILE NEXT
003924            AT END
003925                MOVE "YES"                 TO WS-CLM-EOF
003927            NOT AT END
003928                IF  EM-APPROVED
003929                    OR (EM-PAID
003930                    AND EM-PAID-DATE = WS-CURRENT-DATE-DATA(1:8))
003931                    COMPUTE WS-EMP-SUB = EM-EMP-NO + 1
003932                    ADD EM-AMOUNT          TO WS-RT-AMOUNT(WS-EMP-SUB)
003933                END-IF
003934            END-READ.
003935       ******************************************************************
003936       * ONE EMPLOYEE PER PASS: NET PAY, THEN EITHER A BANK DETAIL
003937       * OR A PAPER-CHECK LINE.
003938       ******************************************************************
003940        20000-PROCESS-PARA.
003950            READ EMP-FILE
003960            AT END
004370            ELSE
004380                ADD WS-EMP-FLAT-TAX        TO WS-EMP-DED-TOTAL
004390            END-IF.
004392            COMPUTE WS-EMP-SUB = FS-EMP-NO + 1.
004395            MOVE WS-GT-AMOUNT(WS-EMP-SUB)  TO WS-EMP-GARN.
004397            MOVE WS-RT-AMOUNT(WS-EMP-SUB)  TO WS-EMP-REIMB.
004400            COMPUTE WS-EMP-NET =
004402                WS-EMP-GROSS - WS-EMP-DED-TOTAL - WS-EMP-GARN.
004405       * EXPENSE REIMBURSEMENT IS PAID ON TOP OF ANY NET, UNTAXED.
004407            IF  WS-EMP-NET                 > 0
004410                COMPUTE WS-EMP-PAY = WS-EMP-NET + WS-EMP-REIMB
004412            ELSE
004415                MOVE WS-EMP-REIMB          TO WS-EMP-PAY
004417            END-IF.
004420       ******************************************************************
004430       * BRACKETED WITHHOLDING ON PERIOD GROSS, CEXM947'S LOGIC.
004440       ******************************************************************
004640       * NEVER TRANSMITTED.
004650       ******************************************************************
004660        24000-ROUTE-PARA.
004666            MOVE SPACES                    TO WS-PL-NOTE.
004673            IF  WS-EMP-PAY                 <= 0
004680                DISPLAY "NON-POSITIVE NET SKIPPED - EMP " FS-EMP-NO
004690            ELSE
004700                MOVE FS-EMP-NO             TO BK-EMP-NO
004730                        PERFORM 26000-PAPER-PARA
004740                    NOT INVALID KEY
004750                        IF  BK-ACTIVE-FLAG = "A"
004760                            PERFORM 24500-PRENOTE-CHECK-PARA
004770                        ELSE
004780                            PERFORM 26000-PAPER-PARA
004790                        END-IF
004800                END-READ
004810            END-IF.
004820       ******************************************************************
004821       * A DETAIL STILL DUE ITS PRENOTE - OR WHOSE PRENOTE WENT OUT
004822       * TODAY, ON A RERUN - GETS THE PRENOTE. ONE SENT ON AN EARLIER
004823       * CYCLE AND NOT RETURNED GOES LIVE.
004824       ******************************************************************
004825        24500-PRENOTE-CHECK-PARA.
004826            EVALUATE TRUE
004828                WHEN BK-PRENOTE-DUE
004829                    PERFORM 25500-PRENOTE-PARA
004830                WHEN BK-PRENOTE-SENT
004831                    AND BK-PRENOTE-DATE = WS-CURRENT-DATE-DATA(1:8)
004832                    PERFORM 25500-PRENOTE-PARA
004833                WHEN BK-PRENOTE-SENT
004835                    MOVE "V"               TO BK-PRENOTE-STATUS
004836                    REWRITE BK-BANK-REC
004837                    IF  WS-BANK-FS         NOT = "00"
004838                        PERFORM 29000-BANK-IO-ERROR-PARA
004839                    END-IF
004840                    ADD 1                  TO WS-LIVE-COUNT
004841                    PERFORM 25000-DEPOSIT-PARA
004843                WHEN OTHER
004844                    PERFORM 25000-DEPOSIT-PARA
004845            END-EVALUATE.
004846       ******************************************************************
004847       * ONE DIRECT-DEPOSIT DETAIL.
004848       ******************************************************************
004850        25000-DEPOSIT-PARA.
004855            ADD 1                          TO WS-DETAIL-SEQ.
004860            MOVE BK-ROUTING                TO WS-D-ROUTING.
004870            MOVE BK-ACCOUNT                TO WS-D-ACCOUNT.
004880            MOVE FS-EMP-NO                 TO WS-D-EMP-NO.
004890            MOVE WS-EMP-PAY                TO WS-D-NET.
004900            MOVE FS-EMP-NAME               TO WS-D-NAME.
004902            MOVE "L"                       TO WS-D-ENTRY-TYPE.
004905            COMPUTE WS-D-TRACE-NO =
004907                WS-TODAY-NUM * 1000000 + WS-DETAIL-SEQ.
004910            MOVE WS-DETAIL-REC             TO IS-INT-REC.
004920            WRITE IS-INT-REC.
004930            ADD 1                          TO WS-DEPOSIT-COUNT.
004931            ADD WS-EMP-PAY                 TO WS-DEPOSIT-TOTAL.
004932            PERFORM 25800-LOG-HIST-PARA.
004933            IF  WS-EMP-REIMB               > 0
004934                MOVE "B"                   TO WS-PAY-METHOD
004935                PERFORM 27000-PAY-CLAIMS-PARA
004936            END-IF.
004937       ******************************************************************
004938       * A ZERO-DOLLAR PRENOTE TO THE NEW ACCOUNT. THE EMPLOYEE IS PAID
004939       * BY PAPER CHECK THIS CYCLE.
004940       ******************************************************************
004941        25500-PRENOTE-PARA.
004942            MOVE "P"                       TO BK-PRENOTE-STATUS.
004943            MOVE WS-CURRENT-DATE-DATA(1:8) TO BK-PRENOTE-DATE.
004944            REWRITE BK-BANK-REC.
004945            IF  WS-BANK-FS                 NOT = "00"
004946                PERFORM 29000-BANK-IO-ERROR-PARA
004947            END-IF.
004948            ADD 1                          TO WS-DETAIL-SEQ.
004949            MOVE BK-ROUTING                TO WS-D-ROUTING.
004950            MOVE BK-ACCOUNT                TO WS-D-ACCOUNT.
004951            MOVE FS-EMP-NO                 TO WS-D-EMP-NO.
004952            MOVE 0                         TO WS-D-NET.
004953            MOVE FS-EMP-NAME               TO WS-D-NAME.
004954            MOVE "P"                       TO WS-D-ENTRY-TYPE.
004955            COMPUTE WS-D-TRACE-NO =
004956                WS-TODAY-NUM * 1000000 + WS-DETAIL-SEQ.
004957            MOVE WS-DETAIL-REC             TO IS-INT-REC.
004958            WRITE IS-INT-REC.
004959            ADD 1                          TO WS-PRENOTE-COUNT.
004960            PERFORM 25800-LOG-HIST-PARA.
004961            MOVE "PRENOTE SENT"            TO WS-PL-NOTE.
004962            PERFORM 26000-PAPER-PARA.
004963       ******************************************************************
004965       * LOG THE D JUST SENT TO DDHIST. A SAME-DAY RERUN REPLACES THE
004966       * FIRST RUN'S ENTRY.
004967       ******************************************************************
004968        25800-LOG-HIST-PARA.
004969            MOVE SPACES                    TO DH-HIST-REC.
004970            MOVE WS-D-TRACE-NO             TO DH-TRACE-NO.
004971            MOVE FS-EMP-NO                 TO DH-EMP-NO.
004972            MOVE FS-EMP-NAME               TO DH-EMP-NAME.
004973            MOVE BK-ROUTING                TO DH-ROUTING.
004974            MOVE BK-ACCOUNT                TO DH-ACCOUNT.
004975            MOVE WS-D-NET                  TO DH-AMOUNT.
004976            MOVE WS-D-ENTRY-TYPE           TO DH-ENTRY-TYPE.
004977            MOVE WS-CURRENT-DATE-DATA(1:8) TO DH-SENT-DATE.
004978            WRITE DH-HIST-REC
004979                INVALID KEY
004980                    REWRITE DH-HIST-REC
004981            END-WRITE.
004982            IF  WS-HIST-FS                 NOT = "00"
004983                DISPLAY "DDHIST UPDATE ERROR - STATUS " WS-HIST-FS
004984                    " - TRACE " DH-TRACE-NO
004985                MOVE "CEXM1006"            TO LK-PGM-ID
004986                MOVE "DDHIST"              TO LK-FILE-ID
004987                MOVE WS-HIST-FS            TO LK-FILE-STATUS
004988                CALL 'SPGMABND'            USING LK-ABEND-PARMS
004989                IF  LK-ABEND-YES
004990                    MOVE 16                TO RETURN-CODE
004991                    MOVE "YES"             TO WS-ERROR-FLAG
004992                END-IF
004993            END-IF.
004994       ******************************************************************
004995       * ONE PAPER-CHECK REGISTER LINE.
004996       ******************************************************************
004997        26000-PAPER-PARA.
004998            MOVE FS-EMP-NO                 TO WS-PL-EMP-NO.
005000            MOVE FS-EMP-NAME               TO WS-PL-NAME.
005010            MOVE WS-EMP-PAY                TO WS-PL-NET.
005020            MOVE WS-PAPER-LINE             TO RS-REPORT-REC.
005030            WRITE RS-REPORT-REC.
005031            MOVE SPACES                    TO PC-CHK-REC.
005032            MOVE FS-EMP-NO                 TO PC-EMP-NO.
005033            MOVE FS-EMP-NAME               TO PC-EMP-NAME.
005035            MOVE WS-EMP-PAY                TO PC-NET.
005036            MOVE WS-PL-NOTE                TO PC-NOTE.
005037            MOVE WS-EMP-REIMB              TO PC-REIMB.
005038            WRITE PC-CHK-REC.
005040            ADD 1                          TO WS-PAPER-COUNT.
005041            IF  WS-EMP-REIMB               > 0
005042                MOVE "P"                   TO WS-PAY-METHOD
005043                PERFORM 27000-PAY-CLAIMS-PARA
005044            END-IF.
005045       ******************************************************************
005046       * MARK THE EMPLOYEE'S CLAIMS JUST PAID AS PAID (WITH THE ROUTE
005047       * THE MONEY TOOK) AND LIST EACH ON EXPPAID FOR THE GL JOURNAL.
005048       ******************************************************************
005049        27000-PAY-CLAIMS-PARA.
005050            MOVE "NO"                      TO WS-CLM-DONE.
005051            MOVE FS-EMP-NO                 TO EM-EMP-NO.
005052            MOVE LOW-VALUES                TO EM-CLAIM-DATE.
005053            MOVE LOW-VALUES                TO EM-EXP-TYPE.
005054            START CLM-FILE KEY IS >= EM-KEY
005055                INVALID KEY
005056                    MOVE "YES"             TO WS-CLM-DONE
005057            END-START.
005058            PERFORM 27100-PAY-ONE-CLAIM-PARA
005060                UNTIL WS-CLM-DONE          = "YES".
005061        27100-PAY-ONE-CLAIM-PARA.
005062            READ CLM-FILE NEXT
005063            AT END
005064                MOVE "YES"                 TO WS-CLM-DONE
005065            NOT AT END
005066                IF  EM-EMP-NO              NOT = FS-EMP-NO
005067                    MOVE "YES"             TO WS-CLM-DONE
005068                ELSE
005069                    IF  EM-APPROVED
005070                        OR (EM-PAID
005071                        AND EM-PAID-DATE = WS-CURRENT-DATE-DATA(1:8))
005072                        PERFORM 27200-MARK-PAID-PARA
005073                    END-IF
005074                END-IF
005075            END-READ.
005076        27200-MARK-PAID-PARA.
005077            MOVE "P"                       TO EM-STATUS.
005078            MOVE WS-CURRENT-DATE-DATA(1:8) TO EM-PAID-DATE.
005080            MOVE WS-PAY-METHOD             TO EM-PAY-METHOD.
005081            REWRITE EM-CLAIM-REC.
005082            IF  WS-CLM-FS                  NOT = "00"
005083                DISPLAY "EXPCLM UPDATE ERROR - STATUS " WS-CLM-FS
005084                    " - EMP NO " EM-EMP-NO
005085                MOVE "CEXM1006"            TO LK-PGM-ID
005086                MOVE "EXPCLM"              TO LK-FILE-ID
005087                MOVE WS-CLM-FS             TO LK-FILE-STATUS
005088                CALL 'SPGMABND'            USING LK-ABEND-PARMS
005089                IF  LK-ABEND-YES
005090                    MOVE 16                TO RETURN-CODE
005091                    MOVE "YES"             TO WS-ERROR-FLAG
005092                END-IF
005093                MOVE "YES"                 TO WS-CLM-DONE
005094            ELSE
005095                MOVE SPACES                TO XP-PAID-REC
005096                MOVE EM-EMP-NO             TO XP-EMP-NO
005097                MOVE FS-EMP-NAME           TO XP-EMP-NAME
005098                MOVE FS-DEPT-NO            TO XP-DEPT-NO
005100                MOVE EM-CLAIM-DATE         TO XP-CLAIM-DATE
005101                MOVE EM-EXP-TYPE           TO XP-EXP-TYPE
005102                MOVE EM-AMOUNT             TO XP-AMOUNT
005103                MOVE WS-PAY-METHOD         TO XP-PAY-METHOD
005104                MOVE EM-PAID-DATE          TO XP-PAID-DATE
005105                WRITE XP-PAID-REC
005106                ADD 1                      TO WS-CLAIM-PAID-COUNT
005107                ADD EM-AMOUNT              TO WS-CLAIM-PAID-TOTAL
005108            END-IF.
005109       ******************************************************************
005110       * A REWRITE FAILURE ON BANKFILE IS ROUTED THROUGH THE SHARED
005111       * SPGMABND ABEND CHECK.
005112       ******************************************************************
005113        29000-BANK-IO-ERROR-PARA.
005114            DISPLAY "BANKFILE UPDATE ERROR - STATUS " WS-BANK-FS
005115                " - EMP NO " BK-EMP-NO.
005116            MOVE "CEXM1006"                TO LK-PGM-ID.
005117            MOVE "BANKFILE"                TO LK-FILE-ID.
005118            MOVE WS-BANK-FS                TO LK-FILE-STATUS.
005120            CALL 'SPGMABND'                USING LK-ABEND-PARMS.
005121            IF  LK-ABEND-YES
005122                MOVE 16                    TO RETURN-CODE
005123                MOVE "YES"                 TO WS-ERROR-FLAG
005124            END-IF.
005125       ******************************************************************
005126       * DISPLAY COUNTS AND CLOSE THE FILES.
005127       ******************************************************************
005128        30000-CLOSE-PARA.
005129            DISPLAY "DEPOSITS TRANSMITTED: " WS-DEPOSIT-COUNT.
005130            DISPLAY "DEPOSIT TOTAL       : " WS-DEPOSIT-TOTAL.
005131            DISPLAY "STILL ON PAPER      : " WS-PAPER-COUNT.
005132            DISPLAY "PRENOTES SENT       : " WS-PRENOTE-COUNT.
005133            DISPLAY "PRENOTES GONE LIVE  : " WS-LIVE-COUNT.
005134            DISPLAY "GARNISHMENTS OFF NET: " WS-GARN-TOTAL.
005135            DISPLAY "EXPENSE CLAIMS PAID : " WS-CLAIM-PAID-COUNT.
005136            DISPLAY "REIMBURSEMENT TOTAL : " WS-CLAIM-PAID-TOTAL.
005137            CLOSE EMP-FILE.
005138            CLOSE DED-FILE.
005140            CLOSE PAYHOURS-FILE.
005150            IF  WS-TAX-FS                  NOT = "35"
005160                CLOSE TAX-FILE
005180            CLOSE BANK-FILE.
005190            CLOSE INT-FILE.
005200            CLOSE REPORT-FILE.
005210            CLOSE HIST-FILE.
005220            CLOSE CHK-FILE.
005230            IF  WS-GPAY-AVAIL              = "YES"
005240                CLOSE GPAY-FILE
005250            END-IF.
005260            IF  WS-CLM-AVAIL               = "YES"
005270                CLOSE CLM-FILE
005280            END-IF.
005290            CLOSE PAID-FILE.
