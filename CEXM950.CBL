000190       *  COME FROM THE DEPTIN MASTER AS IN CEXM1002, AND THE BUDGRPT
000200       *  COMPARISON REPORT FLAGS EVERY DEPARTMENT OVER ITS HEADCOUNT
000210       *  OR SALARY BUDGET - THE NUMBERS FINANCE CLOSES THE BOOKS ON.
000211       *  BESIDE THEM, A SECOND SECTION SHOWS EACH DEPARTMENT'S CEXM1075
000213       *  EXPENSE CLAIMS FOR THE CURRENT YEAR FROM EXPCLM - PAID AND
000215       *  APPROVED BUT NOT YET PAID, CHARGED TO THE EMPLOYEE'S EMPIN
000216       *  DEPARTMENT - FLAGGING A DEPARTMENT WHOSE SALARIES AND
000218       *  EXPENSES TOGETHER ARE OVER ITS BUDGET.
000220       * EMPIN   : JEBA02.EMY.COBOL.EMPIN
000230       * BUDGFILE: JEBA02.EMY.COBOL.BUDGFILE
000240       * DEPTIN  : JEBA02.EMY.COBOL.DEPTIN
000250       * BUDGRPT : JEBA02.EMY.COBOL.BUDGRPT
000255       * EXPCLM  : JEBA02.EMY.COBOL.EXPCLM (OPTIONAL, INDEXED)
000260       * ----------------------------------------------------------------
000270       * PRJ NO    NAME     DATE          MAINT DESC.
000280       * ----------------------------------------------------------------
000290       * JEBA02    EMY     09/11/2026    PROGRAM CREATED.
000293       * JEBA02    EMY     09/26/2026    DEPARTMENT EXPENSE CLAIM SECTION
000296       *                                 FROM EXPCLM BESIDE THE BUDGET.
000300       ******************************************************************
000310        ENVIRONMENT DIVISION.
000320        INPUT-OUTPUT SECTION.
000510                ORGANIZATION IS SEQUENTIAL
000520                ACCESS MODE IS SEQUENTIAL
000530                FILE STATUS IS WS-REPORT-FS.
000531            SELECT CLM-FILE
000532                ASSIGN TO EXPCLM
000534                ORGANIZATION IS INDEXED
000535                ACCESS MODE IS SEQUENTIAL
000537                RECORD KEY IS EM-KEY
000538                FILE STATUS IS WS-CLM-FS.
000540        DATA DIVISION.
000550        FILE SECTION.
000560        FD  EMP-FILE.
000730            05  DP-DEPT-NAME              PIC X(15).
000740        FD  REPORT-FILE.
000750        01  RS-REPORT-REC                 PIC X(100).
000751        FD  CLM-FILE.
000752        01  EM-CLAIM-REC.
000753            05  EM-KEY.
000754                10  EM-EMP-NO             PIC 9(04).
000755                10  EM-CLAIM-DATE         PIC X(08).
000756                10  EM-EXP-TYPE           PIC X(02).
000757            05  EM-AMOUNT                 PIC 9(05)V9(02).
000758            05  EM-APPROVER               PIC X(08).
000760            05  EM-DESC                   PIC X(30).
000761            05  EM-STATUS                 PIC X(01).
000762                88  EM-APPROVED                   VALUE "A".
000763                88  EM-PAID                       VALUE "P".
000764            05  EM-APPR-DATE              PIC X(08).
000765            05  EM-PAID-DATE              PIC X(08).
000766            05  EM-PAY-METHOD             PIC X(01).
000767            05  FILLER                    PIC X(03).
000768        WORKING-STORAGE SECTION.
000770        01  WS-EMP-FS                     PIC X(02).
000780        01  WS-BUDG-FS                    PIC X(02).
000790        01  WS-DEPT-FS                    PIC X(02).
000800        01  WS-REPORT-FS                  PIC X(02).
000801        01  WS-CLM-FS                     PIC X(02).
000803        01  WS-CLM-EOF                    PIC X(03) VALUE "NO".
000804        01  WS-CLM-AVAIL                  PIC X(03) VALUE "YES".
000806        01  WS-CURRENT-DATE-DATA          PIC X(20).
000807       * EACH EMPLOYEE'S EMPIN DEPARTMENT, BY EMPLOYEE NUMBER + 1.
000809        01  WS-EMP-DEPT-TABLE.
000810            05  WS-ED-DEPT                PIC 9(02) OCCURS 10000 TIMES.
000812        01  WS-EMP-SUB                    PIC 9(05).
000813        01  WS-EXP-DEPT                   PIC 9(02).
000815        01  WS-EXP-OVER-COUNT             PIC 9(03) VALUE 0.
000816        01  WS-SPEND                      PIC 9(11)V9(02).
000818        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
000820        01  WS-EMP-EOF                    PIC X(03) VALUE "NO".
000830        01  WS-BUDG-EOF                   PIC X(03) VALUE "NO".
000840        01  WS-DEPT-EOF                   PIC X(03) VALUE "NO".
000910                10  WS-DS-ACT-HEAD        PIC 9(05).
000920                10  WS-DS-ACT-SALARY      PIC 9(09).
000930                10  WS-DS-NAME            PIC X(15).
000933                10  WS-DS-EXP-PAID        PIC 9(09)V9(02).
000936                10  WS-DS-EXP-PEND        PIC 9(09)V9(02).
000940        01  WS-DS-SUB                     PIC 9(03).
000950        01  WS-OVER-COUNT                 PIC 9(03) VALUE 0.
000960        01  WS-HEADER1                    PIC X(95) VALUE ALL "-".
001170            05 WS-D-BUDGET                PIC $$$,$$$,$$9.
001180            05 FILLER                     PIC X(01) VALUE SPACES.
001190            05 WS-D-FLAG                  PIC X(12).
001191        01  WS-EXP-HEADER.
001192            05 FILLER                     PIC X(30) VALUE ALL "*".
001193            05 FILLER                     PIC X(30)
001195                VALUE " DEPT EXPENSE CLAIMS FOR YEAR ".
001196            05 WS-EH-YEAR                 PIC X(04).
001197            05 FILLER                     PIC X(01) VALUE SPACE.
001198            05 FILLER                     PIC X(30) VALUE ALL "*".
001200        01  WS-EXP-COLUMNS.
001201            05 FILLER                     PIC X(19)
001202                VALUE "DP NAME            ".
001203            05 FILLER                     PIC X(24)
001205                VALUE "SALARY BUDG ACTL SALARY ".
001206            05 FILLER                     PIC X(28)
001207                VALUE "EXPENSES PAID EXPENSES PEND".
001208        01  WS-EXP-DETAIL.
001210            05 WS-E-DEPT-NO               PIC 9(02).
001211            05 FILLER                     PIC X(01) VALUE SPACES.
001212            05 WS-E-NAME                  PIC X(15).
001213            05 FILLER                     PIC X(01) VALUE SPACES.
001215            05 WS-E-BUDGET                PIC $$$,$$$,$$9.
001216            05 FILLER                     PIC X(01) VALUE SPACES.
001217            05 WS-E-ACT-SALARY            PIC $$$,$$$,$$9.
001218            05 FILLER                     PIC X(01) VALUE SPACES.
001220            05 WS-E-EXP-PAID              PIC $$,$$$,$$9.99.
001221            05 FILLER                     PIC X(01) VALUE SPACES.
001222            05 WS-E-EXP-PEND              PIC $$,$$$,$$9.99.
001223            05 FILLER                     PIC X(01) VALUE SPACES.
001225            05 WS-E-FLAG                  PIC X(12).
001226        COPY SPGMABNL.
001227        PROCEDURE DIVISION.
001228       ******************************************************************
001230       * MAIN PROGRAM FLOW.
001240       ******************************************************************
001250        00000-MAIN-PARA.
001310                    UNTIL WS-DEPT-EOF      = "YES"
001320                PERFORM 14000-TALLY-EMP-PARA
001330                    UNTIL WS-EMP-EOF       = "YES"
001333                PERFORM 15000-TALLY-CLAIM-PARA
001336                    UNTIL WS-CLM-EOF       = "YES"
001340                PERFORM 20000-REPORT-PARA
001342                IF  WS-CLM-AVAIL           = "YES"
001345                    PERFORM 22000-EXPENSE-REPORT-PARA
001347                END-IF
001350            END-IF.
001360            PERFORM 30000-CLOSE-PARA.
001370            STOP RUN.
001470                MOVE 0                     TO WS-DS-ACT-HEAD(WS-DS-SUB)
001480                MOVE 0                     TO WS-DS-ACT-SALARY(WS-DS-SUB)
001490                MOVE "DEPT NOT FOUND"      TO WS-DS-NAME(WS-DS-SUB)
001493                MOVE 0                     TO WS-DS-EXP-PAID(WS-DS-SUB)
001496                MOVE 0                     TO WS-DS-EXP-PEND(WS-DS-SUB)
001500            END-PERFORM.
001503            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
001506            INITIALIZE WS-EMP-DEPT-TABLE.
001510            OPEN INPUT EMP-FILE.
001520            IF WS-EMP-FS                  NOT = "00"
001530               DISPLAY "EMPIN ACCESS ERROR."
001820               IF  LK-ABEND-YES
001830                   MOVE 16                TO RETURN-CODE
001840                   MOVE "YES"             TO WS-ERROR-FLAG
001841               END-IF
001842            END-IF.
001843       * NO EXPCLM MEANS NO EXPENSE CLAIM HAS EVER BEEN APPROVED.
001844            OPEN INPUT CLM-FILE.
001845            IF WS-CLM-FS                  = "35"
001846               MOVE "NO"                  TO WS-CLM-AVAIL
001847               MOVE "YES"                 TO WS-CLM-EOF
001848            ELSE
001849               IF WS-CLM-FS               NOT = "00"
001850                  DISPLAY "EXPCLM ACCESS ERROR."
001851                  MOVE "CEXM950"          TO LK-PGM-ID
001852                  MOVE "EXPCLM"           TO LK-FILE-ID
001853                  MOVE WS-CLM-FS          TO LK-FILE-STATUS
001854                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
001855                  IF  LK-ABEND-YES
001856                      MOVE 16             TO RETURN-CODE
001857                      MOVE "YES"          TO WS-ERROR-FLAG
001858                  END-IF
001859               END-IF
001860            END-IF.
001870            OPEN OUTPUT REPORT-FILE.
001880            IF WS-REPORT-FS               NOT = "00"
002340            AT END
002350                MOVE "YES"                 TO WS-EMP-EOF
002360            NOT AT END
002363                COMPUTE WS-EMP-SUB = FS-EMP-NO + 1
002366                MOVE FS-DEPT-NO            TO WS-ED-DEPT(WS-EMP-SUB)
002370                IF  FS-DEPT-NO             > 0
002380                    ADD 1                  TO WS-DS-ACT-HEAD(FS-DEPT-NO)
002390                    ADD FS-EMP-SALARY
002400                        TO WS-DS-ACT-SALARY(FS-DEPT-NO)
002401                END-IF
002402            END-READ.
002403       ******************************************************************
002405       * TALLY THIS YEAR'S EXPENSE CLAIMS INTO THE CLAIMANT'S EMPIN
002406       * DEPARTMENT - PAID, OR APPROVED AND AWAITING PAYMENT.
002407       ******************************************************************
002409        15000-TALLY-CLAIM-PARA.
002410            READ CLM-FILE
002411            AT END
002413                MOVE "YES"                 TO WS-CLM-EOF
002414            NOT AT END
002415                COMPUTE WS-EMP-SUB = EM-EMP-NO + 1
002416                MOVE WS-ED-DEPT(WS-EMP-SUB) TO WS-EXP-DEPT
002418                IF  EM-CLAIM-DATE(1:4)     = WS-CURRENT-DATE-DATA(1:4)
002419                    AND WS-EXP-DEPT        > 0
002420                    IF  EM-PAID
002422                        ADD EM-AMOUNT  TO WS-DS-EXP-PAID(WS-EXP-DEPT)
002423                    ELSE
002424                        ADD EM-AMOUNT  TO WS-DS-EXP-PEND(WS-EXP-DEPT)
002426                    END-IF
002427                END-IF
002428            END-READ.
002430       ******************************************************************
002440       * PRINT THE COMPARISON, FLAGGING OVER-BUDGET DEPARTMENTS. A
002450       * DEPARTMENT WITH ACTUALS BUT NO BUDGET CARD IS FLAGGED TOO.
002790            END-PERFORM.
002800            MOVE WS-HEADER1                TO RS-REPORT-REC.
002810            WRITE RS-REPORT-REC.
002811       ******************************************************************
002812       * THE EXPENSE SECTION, DEPARTMENT BY DEPARTMENT BESIDE ITS SALARY
002813       * BUDGET. SALARIES PLUS ALL OF THE YEAR'S CLAIMS OVER THE BUDGET
002814       * IS FLAGGED.
002815       ******************************************************************
002816        22000-EXPENSE-REPORT-PARA.
002817            MOVE WS-CURRENT-DATE-DATA(1:4) TO WS-EH-YEAR.
002818            MOVE WS-EXP-HEADER             TO RS-REPORT-REC.
002819            WRITE RS-REPORT-REC.
002820            MOVE WS-EXP-COLUMNS            TO RS-REPORT-REC.
002821            WRITE RS-REPORT-REC.
002822            MOVE WS-HEADER1                TO RS-REPORT-REC.
002823            WRITE RS-REPORT-REC.
002824            PERFORM 22100-EXPENSE-LINE-PARA
002825                VARYING WS-DS-SUB FROM 1 BY 1
002826                UNTIL WS-DS-SUB            > 99.
002827            MOVE WS-HEADER1                TO RS-REPORT-REC.
002828            WRITE RS-REPORT-REC.
002829        22100-EXPENSE-LINE-PARA.
002830            IF  WS-DS-EXP-PAID(WS-DS-SUB)  > 0
002831                OR WS-DS-EXP-PEND(WS-DS-SUB) > 0
002832                MOVE WS-DS-SUB             TO WS-E-DEPT-NO
002833                MOVE WS-DS-NAME(WS-DS-SUB) TO WS-E-NAME
002835                MOVE WS-DS-BUDGET(WS-DS-SUB) TO WS-E-BUDGET
002836                MOVE WS-DS-ACT-SALARY(WS-DS-SUB) TO WS-E-ACT-SALARY
002837                MOVE WS-DS-EXP-PAID(WS-DS-SUB) TO WS-E-EXP-PAID
002838                MOVE WS-DS-EXP-PEND(WS-DS-SUB) TO WS-E-EXP-PEND
002839                MOVE SPACES                TO WS-E-FLAG
002840                COMPUTE WS-SPEND = WS-DS-ACT-SALARY(WS-DS-SUB)
002841                    + WS-DS-EXP-PAID(WS-DS-SUB)
002842                    + WS-DS-EXP-PEND(WS-DS-SUB)
002843                IF  WS-DS-BUDGETED(WS-DS-SUB) = "N"
002844                    MOVE "** NO BUDG**"    TO WS-E-FLAG
002845                    ADD 1                  TO WS-EXP-OVER-COUNT
002846                ELSE
002847                    IF  WS-SPEND           > WS-DS-BUDGET(WS-DS-SUB)
002848                        MOVE "** OVER  **" TO WS-E-FLAG
002849                        ADD 1              TO WS-EXP-OVER-COUNT
002850                    END-IF
002851                END-IF
002852                MOVE WS-EXP-DETAIL         TO RS-REPORT-REC
002853                WRITE RS-REPORT-REC
002854            END-IF.
002855       ******************************************************************
002856       * DISPLAY COUNTS AND CLOSE THE FILES.
002857       ******************************************************************
002858        30000-CLOSE-PARA.
002860            DISPLAY "DEPARTMENTS FLAGGED: " WS-OVER-COUNT.
002865            DISPLAY "EXPENSE FLAGS      : " WS-EXP-OVER-COUNT.
002870            CLOSE EMP-FILE.
002880            CLOSE BUDG-FILE.
002890            CLOSE DEPT-FILE.
002900            CLOSE REPORT-FILE.
002910            IF  WS-CLM-AVAIL               = "YES"
002920                CLOSE CLM-FILE
002930            END-IF.
