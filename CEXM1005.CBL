000190       *  NON-BLANK; THE ACTIVE FLAG IS A (ACTIVE) OR I (INACTIVE) -
000200       *  AN INACTIVE EMPLOYEE STAYS ON PAPER CHECKS AND CEXM1006
000210       *  LEAVES HIM OFF THE BANK TRANSMISSION.
000211       *  A NEW DETAIL, A CHANGED ROUTING OR ACCOUNT, OR A DETAIL
000213       *  REACTIVATED FROM I IS MARKED PRENOTE-DUE (BK-PRENOTE-STATUS
000215       *  N) SO CEXM1006 SENDS A ZERO-DOLLAR PRENOTE AND KEEPS THE
000216       *  EMPLOYEE ON PAPER UNTIL A CYCLE PASSES WITH NO CEXM1067
000218       *  RETURN.
000220       * BNKIN   : JEBA02.EMY.COBOL.BNKIN
000230       * BANKFILE: JEBA02.EMY.COBOL.BANKFILE (INDEXED ON EMP NO)
000240       * ----------------------------------------------------------------
000250       * PRJ NO    NAME     DATE          MAINT DESC.
000260       * ----------------------------------------------------------------
000270       * JEBA02    EMY     09/13/2026    PROGRAM CREATED.
000271       * JEBA02    EMY     09/26/2026    BK-PRENOTE-STATUS, PRENOTE AND
000273       *                                 CHANGE DATES AND THE LAST BANK
000275       *                                 RETURN CARVED FROM THE FILLER -
000276       *                                 ADDS AND ACCOUNT CHANGES ARE
000278       *                                 MARKED PRENOTE-DUE.
000280       ******************************************************************
000290        ENVIRONMENT DIVISION.
000300        INPUT-OUTPUT SECTION.
000560            05  BK-ROUTING                PIC 9(09).
000570            05  BK-ACCOUNT                PIC X(17).
000580            05  BK-ACTIVE-FLAG            PIC X(01).
000582            05  BK-PRENOTE-STATUS         PIC X(01).
000584                88  BK-PRENOTE-DUE                VALUE "N".
000586                88  BK-PRENOTE-SENT               VALUE "P".
000588            05  BK-PRENOTE-DATE           PIC X(08).
000591            05  BK-CHANGE-DATE            PIC X(08).
000593            05  BK-RETURN-CODE            PIC X(03).
000595            05  BK-RETURN-DATE            PIC X(08).
000597            05  FILLER                    PIC X(21).
000600        WORKING-STORAGE SECTION.
000610        01  WS-BNK-IN-FS                  PIC X(02).
000620        01  WS-BANK-FS                    PIC X(02).
000680        01  WS-REJECT-COUNT               PIC 9(06) VALUE 0.
000690        01  WS-CARD-OK-FLAG               PIC X(03).
000700        01  WS-REJECT-REASON              PIC X(40).
000703        01  WS-CURRENT-DATE-DATA          PIC X(20).
000706        01  WS-PRENOTE-COUNT              PIC 9(06) VALUE 0.
000710        COPY SPGMABNL.
000720        PROCEDURE DIVISION.
000730       ******************************************************************
000850       * USE).
000860       ******************************************************************
000870        10000-INITIALIZE-PARA.
000875            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
000880            OPEN INPUT BNK-IN-FILE.
000890            IF WS-BNK-IN-FS               NOT = "00"
000900               DISPLAY "BNKIN ACCESS ERROR."
001500                MOVE BI-ROUTING            TO BK-ROUTING
001510                MOVE BI-ACCOUNT            TO BK-ACCOUNT
001520                MOVE BI-ACTIVE-FLAG        TO BK-ACTIVE-FLAG
001525                PERFORM 25000-PRENOTE-DUE-PARA
001530                WRITE BK-BANK-REC
001540                    INVALID KEY
001550                        MOVE "EMPLOYEE ALREADY ON BANKFILE"
001570                        PERFORM 27000-REJECT-PARA
001580                    NOT INVALID KEY
001590                        ADD 1              TO WS-ADD-COUNT
001592                        ADD 1              TO WS-PRENOTE-COUNT
001600                END-WRITE
001610            END-IF.
001620       ******************************************************************
001720                                           TO WS-REJECT-REASON
001730                        PERFORM 27000-REJECT-PARA
001740                    NOT INVALID KEY
001741                        IF  BI-ROUTING     NOT = BK-ROUTING
001742                            OR BI-ACCOUNT  NOT = BK-ACCOUNT
001743                            OR (BI-ACTIVE-FLAG = "A"
001745                                AND BK-ACTIVE-FLAG = "I")
001746                            PERFORM 25000-PRENOTE-DUE-PARA
001747                            ADD 1          TO WS-PRENOTE-COUNT
001748                        END-IF
001750                        MOVE BI-ROUTING    TO BK-ROUTING
001760                        MOVE BI-ACCOUNT    TO BK-ACCOUNT
001770                        MOVE BI-ACTIVE-FLAG TO BK-ACTIVE-FLAG
002250                    PERFORM 27000-REJECT-PARA
002260            END-EVALUATE.
002270       ******************************************************************
002271       * A NEW OR CHANGED ACCOUNT MUST PROVE ITSELF WITH A PRENOTE
002272       * BEFORE CEXM1006 DEPOSITS TO IT.
002273       ******************************************************************
002274        25000-PRENOTE-DUE-PARA.
002275            MOVE "N"                       TO BK-PRENOTE-STATUS.
002276            MOVE SPACES                    TO BK-PRENOTE-DATE.
002277            MOVE WS-CURRENT-DATE-DATA(1:8) TO BK-CHANGE-DATE.
002278       ******************************************************************
002280       * LOG A REJECTED TRANSACTION.
002290       ******************************************************************
002300        27000-REJECT-PARA.
002540            DISPLAY "DETAILS CHANGED : " WS-CHANGE-COUNT.
002550            DISPLAY "DETAILS DELETED : " WS-DELETE-COUNT.
002560            DISPLAY "CARDS REJECTED  : " WS-REJECT-COUNT.
002563            DISPLAY "PRENOTES DUE    : " WS-PRENOTE-COUNT.
002570            CLOSE BNK-IN-FILE.
002580            CLOSE BANK-FILE.
