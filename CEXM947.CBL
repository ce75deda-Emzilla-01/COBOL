000250       * DEDFILE : JEBA02.EMY.COBOL.DEDFILE
000260       * PAYHOURS: JEBA02.EMY.COBOL.PAYHOURS
000270       * DEPTIN  : JEBA02.EMY.COBOL.DEPTIN
000275       * GARNORD : JEBA02.EMY.COBOL.GARNORD (INDEXED ON EMP + ORDER)
000280       * PAYREG  : JEBA02.EMY.COBOL.PAYREG
000290       * ----------------------------------------------------------------
000300       * PRJ NO    NAME     DATE          MAINT DESC.
000460       *                                 RECOMPUTATION REPORT. NO
000470       *                                 TAXTBL MEANS THE OLD FLATS
000480       *                                 STILL APPLY.
000481       * JEBA02    EMY     09/26/2026    COURT-ORDERED GARNISHMENTS NOW
000482       *                                 COME FROM THE GARNORD ORDER
000483       *                                 FILE THROUGH SPGM1002 - IN
000484       *                                 PRIORITY ORDER, HELD TO THE
000485       *                                 LEGAL SHARE OF DISPOSABLE PAY
000486       *                                 AND TO THE BALANCE OWED - AND
000487       *                                 ARE INCLUDED IN DEDUCTIONS.
000488       *                                 NO GARNORD MEANS NONE APPLY.
000490       ******************************************************************
000500        ENVIRONMENT DIVISION.
000510        INPUT-OUTPUT SECTION.
000750                ORGANIZATION IS SEQUENTIAL
000760                ACCESS MODE IS SEQUENTIAL
000770                FILE STATUS IS WS-TAX-FS.
000771            SELECT GARN-FILE
000772                ASSIGN TO GARNORD
000774                ORGANIZATION IS INDEXED
000775                ACCESS MODE IS DYNAMIC
000777                RECORD KEY IS GO-KEY
000778                FILE STATUS IS WS-GARN-FS.
000780            SELECT AUDIT-FILE
000790                ASSIGN TO TAXAUDIT
000800                ORGANIZATION IS SEQUENTIAL
001200            05  TX-RATE-PCT               PIC 9(02)V9(02).
001210            05  TX-FIXED-AMT              PIC 9(07)V9(02).
001220            05  FILLER                    PIC X(58).
001221        FD  GARN-FILE.
001222        01  GO-ORDER-REC.
001223            05  GO-KEY.
001224                10  GO-EMP-NO             PIC 9(04).
001225                10  GO-ORDER-NO           PIC X(06).
001226            05  GO-ORDER-TYPE             PIC X(01).
001227            05  GO-PRIORITY               PIC 9(02).
001228            05  GO-METHOD                 PIC X(01).
001230            05  GO-AMOUNT                 PIC 9(05)V9(02).
001231            05  GO-PERCENT                PIC 9(02)V9(02).
001232            05  GO-TOTAL-OWED             PIC 9(07)V9(02).
001233            05  GO-BALANCE                PIC 9(07)V9(02).
001234            05  GO-PAYEE-ID               PIC X(08).
001235            05  GO-PAYEE-NAME             PIC X(20).
001236            05  GO-STATUS                 PIC X(01).
001237            05  GO-LAST-DATE              PIC X(08).
001238        FD  AUDIT-FILE.
001240        01  AU-AUDIT-REC                  PIC X(80).
001250        FD  REPORT-FILE.
001260        01  RS-REPORT-REC                 PIC X(80).
001390        01  WS-DEPT-EOF                   PIC X(03) VALUE "NO".
001400        01  WS-TAX-EOF                    PIC X(03) VALUE "NO".
001410        01  WS-TAX-AVAIL                  PIC X(03) VALUE "YES".
001411        01  WS-GARN-FS                    PIC X(02).
001413        01  WS-GARN-AVAIL                 PIC X(03) VALUE "YES".
001415        01  WS-GARN-DONE                  PIC X(03).
001416        01  WS-EMP-GARN                   PIC 9(07)V9(02).
001418        01  WS-COMP-GARN                  PIC 9(09)V9(02) VALUE 0.
001420       * THE TAXTBL BRACKETS, ASCENDING BY FLOOR.
001430        01  WS-TAX-COUNT                  PIC 9(02) VALUE 0.
001440        01  WS-TAX-TABLE.
002560            05 FILLER                     PIC X(07)
002570                                          VALUE "  NET: ".
002580            05 WS-T-NET                   PIC $$$,$$$,$$9.99-.
002585        COPY SPGM1002L.
002590        COPY SPGMABNL.
002600        PROCEDURE DIVISION.
002610       ******************************************************************
003500                  MOVE "CEXM947"          TO LK-PGM-ID
003510                  MOVE "TAXTBL"           TO LK-FILE-ID
003520                  MOVE WS-TAX-FS          TO LK-FILE-STATUS
003521                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
003522                  IF  LK-ABEND-YES
003523                      MOVE 16             TO RETURN-CODE
003524                      MOVE "YES"          TO WS-ERROR-FLAG
003525                  END-IF
003526               END-IF
003527            END-IF.
003528       * NO GARNORD ON FILE MEANS NO COURT ORDERS TO APPLY.
003529            OPEN INPUT GARN-FILE.
003530            IF WS-GARN-FS                 = "35"
003531               MOVE "NO"                  TO WS-GARN-AVAIL
003532            ELSE
003533               IF WS-GARN-FS              NOT = "00"
003534                  DISPLAY "GARNORD ACCESS ERROR."
003535                  MOVE "CEXM947"          TO LK-PGM-ID
003536                  MOVE "GARNORD"          TO LK-FILE-ID
003537                  MOVE WS-GARN-FS         TO LK-FILE-STATUS
003538                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
003540                  IF  LK-ABEND-YES
003550                      MOVE 16             TO RETURN-CODE
003560                      MOVE "YES"          TO WS-ERROR-FLAG
005730            ELSE
005740                ADD WS-EMP-FLAT-TAX        TO WS-EMP-DED-TOTAL
005750            END-IF.
005751            MOVE 0                         TO WS-EMP-GARN.
005752            IF  WS-GARN-AVAIL              = "YES"
005754                PERFORM 23600-GARNISH-PARA
005755                ADD WS-EMP-GARN            TO WS-EMP-DED-TOTAL
005757                ADD WS-EMP-GARN            TO WS-COMP-GARN
005758            END-IF.
005760            COMPUTE WS-EMP-NET = WS-EMP-GROSS
005770                - WS-EMP-DED-TOTAL.
005780            MOVE WS-EM-EMP-NO(WS-EMP-SUB)  TO WS-D-EMP-NO.
006100            ELSE
006110                MOVE WS-EM-SALARY(WS-EMP-SUB) TO WS-EMP-GROSS
006120            END-IF.
006121       ******************************************************************
006122       * THE EMPLOYEE'S ACTIVE GARNORD ORDERS, CALCULATED BY SPGM1002
006123       * ON DISPOSABLE PAY (GROSS LESS THE TAX WITHHELD). THE REGISTER
006124       * ONLY READS THE ORDERS - CEXM1004 REDUCES THE BALANCES.
006125       ******************************************************************
006126        23600-GARNISH-PARA.
006127            IF  WS-TAX-AVAIL               = "YES"
006128                COMPUTE LK-GA-DISPOSABLE = WS-EMP-GROSS - WS-EMP-TAX
006129            ELSE
006130                COMPUTE LK-GA-DISPOSABLE =
006131                    WS-EMP-GROSS - WS-EMP-FLAT-TAX
006132            END-IF.
006133            MOVE 0                         TO LK-GA-ORDER-COUNT.
006134            MOVE "NO"                      TO WS-GARN-DONE.
006135            MOVE WS-EM-EMP-NO(WS-EMP-SUB)  TO GO-EMP-NO.
006136            MOVE LOW-VALUES                TO GO-ORDER-NO.
006137            START GARN-FILE KEY IS >= GO-KEY
006138                INVALID KEY
006140                    MOVE "YES"             TO WS-GARN-DONE
006141            END-START.
006142            PERFORM 23650-ONE-ORDER-PARA
006143                UNTIL WS-GARN-DONE         = "YES".
006144            IF  LK-GA-ORDER-COUNT          > 0
006145                CALL 'SPGM1002'            USING LK-GARNISH-PARMS
006146                MOVE LK-GA-TOTAL-TAKEN     TO WS-EMP-GARN
006147            END-IF.
006148        23650-ONE-ORDER-PARA.
006149            READ GARN-FILE NEXT
006150            AT END
006151                MOVE "YES"                 TO WS-GARN-DONE
006152            NOT AT END
006153                IF  GO-EMP-NO              NOT = WS-EM-EMP-NO(WS-EMP-SUB)
006154                    MOVE "YES"             TO WS-GARN-DONE
006155                ELSE
006156                    IF  GO-STATUS          = "A"
006157                        AND (GO-TOTAL-OWED = 0 OR GO-BALANCE > 0)
006158                        AND LK-GA-ORDER-COUNT < 20
006160                        ADD 1              TO LK-GA-ORDER-COUNT
006161                        PERFORM 23660-PASS-ORDER-PARA
006162                    END-IF
006163                END-IF
006164            END-READ.
006165        23660-PASS-ORDER-PARA.
006166            MOVE GO-ORDER-NO   TO LK-GA-ORDER-NO(LK-GA-ORDER-COUNT).
006167            MOVE GO-ORDER-TYPE TO LK-GA-TYPE(LK-GA-ORDER-COUNT).
006168            MOVE GO-PRIORITY   TO LK-GA-PRIORITY(LK-GA-ORDER-COUNT).
006169            MOVE GO-METHOD     TO LK-GA-METHOD(LK-GA-ORDER-COUNT).
006170            MOVE GO-AMOUNT     TO LK-GA-AMOUNT(LK-GA-ORDER-COUNT).
006171            MOVE GO-PERCENT    TO LK-GA-PERCENT(LK-GA-ORDER-COUNT).
006172            MOVE GO-TOTAL-OWED TO LK-GA-TOTAL-OWED(LK-GA-ORDER-COUNT).
006173            MOVE GO-BALANCE    TO LK-GA-BALANCE(LK-GA-ORDER-COUNT).
006174       ******************************************************************
006175       * BRACKETED WITHHOLDING ON PERIOD GROSS: THE HIGHEST BRACKET
006176       * WHOSE FLOOR THE GROSS REACHES SUPPLIES THE FIXED PORTION
006177       * PLUS ITS RATE ON THE EXCESS OVER THE FLOOR.
006178       ******************************************************************
006180        23700-COMPUTE-TAX-PARA.
006190            MOVE 0                         TO WS-TAX-HIT.
006200            PERFORM VARYING WS-TAX-SUB FROM 1 BY 1
006640            DISPLAY "EMPLOYEES ON REGISTER : " WS-EMP-COUNT.
006650            DISPLAY "WITHHOLDING RECORDS   : " WS-DED-COUNT.
006660            DISPLAY "TIMECARD WEEKS LOADED : " WS-PH-COUNT.
006665            DISPLAY "GARNISHMENTS WITHHELD : " WS-COMP-GARN.
006670            CLOSE EMP-FILE.
006680            CLOSE DED-FILE.
006690            CLOSE PAYHOURS-FILE.
006700            CLOSE DEPT-FILE.
006702            IF  WS-GARN-AVAIL              = "YES"
006705                CLOSE GARN-FILE
006707            END-IF.
006710            IF  WS-TAX-FS                  NOT = "35"
006720                CLOSE TAX-FILE
006730            END-IF.
