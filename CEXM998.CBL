000270       *      &ADDR &CITY), THE PRINT GOES TO STMPRINT WITH A
000280       *      STMCSV LINE PER STATEMENT CEXM906-STYLE, AND THE
000290       *      STATEMENT COUNT IS APPENDED TO THE STFINLOG AUDIT.
000291       *    - A CHILD LINKED TO A CEXM1061 HHFILE HOUSEHOLD GETS NO
000292       *      STATEMENT OF ITS OWN. ONCE EVERY ACCOUNT HAS BEEN READ,
000293       *      EACH HOUSEHOLD GETS ONE CONSOLIDATED STATEMENT TO ITS
000295       *      BILLING GUARDIAN AT THE HOUSEHOLD ADDRESS: EACH CHILD'S
000296       *      OPENING BALANCE, ACTIVITY AND CLOSING BALANCE, THEN THE
000297       *      COMBINED FAMILY BALANCE AGED BY THE OLDEST OPEN INVOICE.
000298       *      ITS STMCSV LINE CARRIES THE HOUSEHOLD NUMBER AND GUARDIAN.
000300       * RECVTRAN: JEBA02.EMY.COBOL.RECVTRAN
000310       * RECVFILE: JEBA02.EMY.COBOL.RECVFILE (INDEXED ON ENROLL NO)
000320       * ADDFILE : JEBA02.EMY.COBOL.ADDRFILE
000340       * STMPRINT: JEBA02.EMY.COBOL.STMPRINT
000350       * STMCSV  : JEBA02.EMY.COBOL.STMCSV
000360       * STFINLOG: JEBA02.EMY.COBOL.STFINLOG
000365       * HHFILE  : JEBA02.EMY.COBOL.HHFILE (INDEXED ON HOUSEHOLD NO)
000370       * STUDOUT : VIA SPGM0901 (INDEXED ON ENROLL NO)
000380       * ----------------------------------------------------------------
000390       * PRJ NO    NAME     DATE          MAINT DESC.
000412       * JEBA02    EMY     09/14/2026    STFINLOG AUDIT RECORD CUT TO
000414       *                                 THE 77 BYTES THE LOG HAS
000416       *                                 ALWAYS CARRIED.
000417       * JEBA02    EMY     09/26/2026    ONE CONSOLIDATED STATEMENT PER
000418       *                                 HHFILE HOUSEHOLD IN PLACE OF ONE
000419       *                                 PER CHILD, WITH EACH CHILD'S
000420       *                                 ACTIVITY AND A COMBINED BALANCE.
000421       *                                 HHFILE IS OPTIONAL.
000422       * JEBA02    EMY     09/26/2026    A SINGLE STUDENT'S STATEMENT
000423       *                                 NOW PRINTS AN ACCOUNT NO LINE
000424       *                                 UNDER THE HEADING, SO THE
000425       *                                 CEXM1092 REPORT ARCHIVE CAN
000426       *                                 FILE IT UNDER THE STUDENT (A
000427       *                                 HOUSEHOLD'S IS FILED UNDER ITS
000428       *                                 CHILD LINES).
000429       ******************************************************************
000430        ENVIRONMENT DIVISION.
000440        INPUT-OUTPUT SECTION.
000450        FILE-CONTROL.
000790                ORGANIZATION IS SEQUENTIAL
000800                ACCESS MODE IS SEQUENTIAL
000810                FILE STATUS IS WS-AUDIT-FS.
000811            SELECT HH-FILE
000812                ASSIGN TO HHFILE
000814                ORGANIZATION IS INDEXED
000815                ACCESS MODE IS SEQUENTIAL
000817                RECORD KEY IS HH-HOUSEHOLD-NO
000818                FILE STATUS IS WS-HH-FS.
000820        DATA DIVISION.
000830        FILE SECTION.
000840        FD  TRAN-FILE.
001240        01  CV-CSV-REC                    PIC X(100).
001250        FD  AUDIT-FILE.
001260        01  AU-AUDIT-REC                  PIC X(77).
001261        FD  HH-FILE.
001262        01  HH-HH-REC.
001263            05  HH-HOUSEHOLD-NO           PIC 9(06).
001265            05  HH-GUARDIAN-NAME          PIC X(30).
001266            05  HH-STREET                 PIC X(30).
001267            05  HH-CITY                   PIC X(20).
001268            05  HH-STATE                  PIC X(10).
001270            05  HH-ZIPCODE                PIC 9(08).
001271            05  HH-COUNTRY                PIC X(15).
001272            05  HH-MEMBER-COUNT           PIC 9(02).
001273            05  HH-MEMBER-ENROLL-NO       PIC 9(06) OCCURS 8 TIMES.
001275            05  HH-ADD-DATE               PIC X(08).
001276            05  HH-CHANGE-DATE            PIC X(08).
001277            05  FILLER                    PIC X(15).
001278        WORKING-STORAGE SECTION.
001280        01  WS-TRAN-FS                    PIC X(02).
001290        01  WS-RECV-FS                    PIC X(02).
001300        01  WS-ADDR-FS                    PIC X(02).
001320        01  WS-PRINT-FS                   PIC X(02).
001330        01  WS-CSV-FS                     PIC X(02).
001340        01  WS-AUDIT-FS                   PIC X(02).
001341        01  WS-HH-FS                      PIC X(02).
001343        01  WS-HH-EOF                     PIC X(03) VALUE "NO".
001344        01  WS-HH-AVAIL                   PIC X(03) VALUE "YES".
001346        01  WS-HH-STMT-COUNT              PIC 9(06) VALUE 0.
001347        01  WS-HH-CHILD-COUNT             PIC 9(06) VALUE 0.
001349        01  WS-STMT-ENROLL-NO             PIC 9(06).
001350        01  WS-STMT-INV-DATE              PIC X(08).
001352        01  WS-STMT-STREET                PIC X(30).
001353        01  WS-STMT-CITY                  PIC X(30).
001355        01  WS-CHILD-CLOSING              PIC S9(09)V9(02).
001356        01  WS-CHILD-OPENING              PIC S9(09)V9(02).
001358        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001360        01  WS-TRAN-EOF                   PIC X(03) VALUE "NO".
001370        01  WS-RECV-EOF                   PIC X(03) VALUE "NO".
001380        01  WS-ADDR-EOF                   PIC X(03) VALUE "NO".
001840                10  WS-AT-BAD-FLAG        PIC X(01).
001850        01  WS-ADDR-SUB                   PIC 9(04).
001860        01  WS-ADDR-HIT                   PIC 9(04).
001861       * HOUSEHOLDS, AND EACH LINKED CHILD WITH ITS ACCOUNT ONCE THE
001862       * RECVFILE PASS HAS FOUND IT.
001863        01  WS-HB-COUNT                   PIC 9(04) VALUE 0.
001864        01  WS-HB-TABLE.
001865            05  WS-HB-ENTRY               OCCURS 2000 TIMES.
001866                10  WS-HB-HOUSEHOLD-NO    PIC 9(06).
001868                10  WS-HB-GUARDIAN-NAME   PIC X(30).
001869                10  WS-HB-STREET          PIC X(30).
001870                10  WS-HB-CITY            PIC X(20).
001871        01  WS-HB-SUB                     PIC 9(04).
001872        01  WS-HL-COUNT                   PIC 9(04) VALUE 0.
001873        01  WS-HL-TABLE.
001875            05  WS-HL-ENTRY               OCCURS 9999 TIMES.
001876                10  WS-HL-ENROLL-NO       PIC 9(06).
001877                10  WS-HL-HB-SUB          PIC 9(04).
001878                10  WS-HL-ACCT-FLAG       PIC X(01).
001879                10  WS-HL-INVOICE-DATE    PIC X(08).
001880                10  WS-HL-BILLED-AMT      PIC 9(07)V9(02).
001881                10  WS-HL-PAID-AMT        PIC 9(07)V9(02).
001883        01  WS-HL-SUB                     PIC 9(04).
001884        01  WS-HL-HIT                     PIC 9(04).
001885        01  WS-MEM-SUB                    PIC 9(02).
001886        01  WS-HH-ACCTS                   PIC 9(02).
001887       * TEMPLATE HEADING LINES, CEXM906-STYLE.
001888        01  WS-TMPL-COUNT                 PIC 9(02) VALUE 0.
001890        01  WS-TMPL-TABLE.
001900            05  WS-TMPL-ENTRY             OCCURS 60 TIMES.
001910                10  WS-TMPL-TEXT          PIC X(70).
002040            05 WS-BL-LABEL                PIC X(19).
002050            05 WS-BL-AMOUNT               PIC -$,$$$,$$9.99.
002060            05 FILLER                     PIC X(47) VALUE SPACES.
002061        01  WS-ACCT-LINE.
002062            05 FILLER                     PIC X(19)
002064                          VALUE " ACCOUNT NO      : ".
002065            05 WS-AN-ENROLL-NO            PIC 9(06).
002066            05 FILLER                     PIC X(55) VALUE SPACES.
002068        01  WS-HH-LINE.
002069            05 FILLER                     PIC X(19)
002070                          VALUE " HOUSEHOLD       : ".
002072            05 WS-HH-HOUSEHOLD-NO         PIC 9(06).
002073            05 FILLER                     PIC X(12)
002075                                          VALUE "  CHILDREN: ".
002076            05 WS-HH-CHILDREN             PIC 9(01).
002077            05 FILLER                     PIC X(42) VALUE SPACES.
002079        01  WS-CHILD-LINE.
002080            05 FILLER                     PIC X(11) VALUE " CHILD   : ".
002081            05 WS-CL-SNAME                PIC X(30).
002083            05 FILLER                     PIC X(03) VALUE " # ".
002084            05 WS-CL-ENROLL-NO            PIC 9(06).
002085            05 FILLER                     PIC X(30) VALUE SPACES.
002087        01  WS-ACT-LINE.
002088            05 FILLER                     PIC X(01) VALUE SPACES.
002090            05 WS-AL-DATE                 PIC 9(08).
002100            05 FILLER                     PIC X(02) VALUE SPACES.
002110            05 WS-AL-DESC                 PIC X(20).
002610                    UNTIL WS-ADDR-EOF      = "YES"
002620                PERFORM 16000-LOAD-TMPL-PARA
002630                    UNTIL WS-TMPL-EOF      = "YES"
002632                IF  WS-HH-AVAIL            = "YES"
002634                    PERFORM 18000-LOAD-HH-PARA
002636                        UNTIL WS-HH-EOF    = "YES"
002638                END-IF
002640            END-IF.
002650            PERFORM 20000-PROCESS-PARA
002660              UNTIL WS-ERROR-FLAG = "YES"
002670              OR    WS-RECV-EOF   = "YES".
002671            IF  WS-ERROR-FLAG              NOT = "YES"
002673                PERFORM 28000-HH-STMT-PARA
002675                    VARYING WS-HB-SUB FROM 1 BY 1
002676                    UNTIL WS-HB-SUB        > WS-HB-COUNT
002678            END-IF.
002680            PERFORM 30000-CLOSE-PARA.
002690            STOP RUN.
002700       ******************************************************************
003860                   MOVE "YES"             TO WS-ERROR-FLAG
003870               END-IF
003880            END-IF.
003881       * NO HOUSEHOLD MASTER MEANS EVERY ACCOUNT IS STATED ON ITS OWN.
003882            OPEN INPUT HH-FILE.
003883            IF WS-HH-FS                    = "35"
003884               MOVE "NO"                   TO WS-HH-AVAIL
003885            ELSE
003886               IF WS-HH-FS                 NOT = "00"
003887                  DISPLAY "HHFILE ACCESS ERROR."
003888                  MOVE "CEXM998"           TO LK-PGM-ID
003889                  MOVE "HHFILE"            TO LK-FILE-ID
003890                  MOVE WS-HH-FS            TO LK-FILE-STATUS
003891                  CALL 'SPGMABND'          USING LK-ABEND-PARMS
003892                  IF  LK-ABEND-YES
003893                      MOVE 16              TO RETURN-CODE
003894                      MOVE "YES"           TO WS-ERROR-FLAG
003895                  END-IF
003896               END-IF
003897            END-IF.
003898       ******************************************************************
003900       * TABLE THE MONTH'S JOURNAL ACTIVITY.
003910       ******************************************************************
003920        12000-LOAD-ACT-PARA.
004600                END-IF
004610            END-READ.
004620       ******************************************************************
004621       * TABLE EVERY HOUSEHOLD AND ITS LINKED CHILDREN.
004622       ******************************************************************
004623        18000-LOAD-HH-PARA.
004624            READ HH-FILE
004625            AT END
004626                MOVE "YES"                 TO WS-HH-EOF
004627            NOT AT END
004628                IF  WS-HB-COUNT            = 2000
004629                    DISPLAY "HOUSEHOLD TABLE FULL AT 2000 - HOUSEHOLD "
004630                        HH-HOUSEHOLD-NO " NOT CONSOLIDATED."
004631                ELSE
004632                    ADD 1                  TO WS-HB-COUNT
004634                    MOVE HH-HOUSEHOLD-NO
004635                        TO WS-HB-HOUSEHOLD-NO(WS-HB-COUNT)
004636                    MOVE HH-GUARDIAN-NAME
004637                        TO WS-HB-GUARDIAN-NAME(WS-HB-COUNT)
004638                    MOVE HH-STREET         TO WS-HB-STREET(WS-HB-COUNT)
004639                    MOVE HH-CITY           TO WS-HB-CITY(WS-HB-COUNT)
004640                    PERFORM 18100-LOAD-MEMBER-PARA
004641                        VARYING WS-MEM-SUB FROM 1 BY 1
004642                        UNTIL WS-MEM-SUB   > HH-MEMBER-COUNT
004643                END-IF
004644            END-READ.
004645        18100-LOAD-MEMBER-PARA.
004647            IF  WS-HL-COUNT                < 9999
004648                ADD 1                      TO WS-HL-COUNT
004649                MOVE HH-MEMBER-ENROLL-NO(WS-MEM-SUB)
004650                    TO WS-HL-ENROLL-NO(WS-HL-COUNT)
004651                MOVE WS-HB-COUNT           TO WS-HL-HB-SUB(WS-HL-COUNT)
004652                MOVE "N"
004653                    TO WS-HL-ACCT-FLAG(WS-HL-COUNT)
004654            END-IF.
004655       ******************************************************************
004656       * READ ONE ACCOUNT AND DECIDE WHETHER IT GETS A STATEMENT.
004657       ******************************************************************
004658        20000-PROCESS-PARA.
004660            READ RECV-FILE
004670            AT END
004680                MOVE "YES"                 TO WS-RECV-EOF
004690            NOT AT END
004692                PERFORM 21000-FIND-LINK-PARA
004695                IF  WS-HL-HIT              > 0
004698                    PERFORM 21500-HOLD-ACCT-PARA
004701                ELSE
004704                    PERFORM 22000-SIZE-UP-PARA
004707                END-IF
004710            END-READ.
004711       ******************************************************************
004712       * IS THE ACCOUNT A CHILD LINKED TO A HOUSEHOLD?
004713       ******************************************************************
004714        21000-FIND-LINK-PARA.
004715            MOVE 0                         TO WS-HL-HIT.
004716            PERFORM 21100-CHECK-LINK-PARA
004718                VARYING WS-HL-SUB FROM 1 BY 1
004719                UNTIL WS-HL-SUB            > WS-HL-COUNT
004720                OR    WS-HL-HIT            > 0.
004721        21100-CHECK-LINK-PARA.
004722            IF  WS-HL-ENROLL-NO(WS-HL-SUB) = RV-ENROLL-NO
004723                MOVE WS-HL-SUB             TO WS-HL-HIT
004725            END-IF.
004726       ******************************************************************
004727       * HOLD A LINKED CHILD'S ACCOUNT FOR ITS HOUSEHOLD'S STATEMENT.
004728       ******************************************************************
004729        21500-HOLD-ACCT-PARA.
004730            MOVE "Y"                       TO WS-HL-ACCT-FLAG(WS-HL-HIT).
004731            MOVE RV-INVOICE-DATE
004733                TO WS-HL-INVOICE-DATE(WS-HL-HIT).
004734            MOVE RV-BILLED-AMT
004735                TO WS-HL-BILLED-AMT(WS-HL-HIT).
004736            MOVE RV-PAID-AMT               TO WS-HL-PAID-AMT(WS-HL-HIT).
004737       ******************************************************************
004738       * CLOSING AND OPENING BALANCES AND THE ACTIVITY FLAG. A ZERO
004740       * BALANCE WITH NO ACTIVITY IS SKIPPED; SO IS A BAD ADDRESS.
004750       ******************************************************************
004760        22000-SIZE-UP-PARA.
005340            ELSE
005350                MOVE "NAME NOT ON STUDFILE" TO WS-STUD-NAME
005360            END-IF.
005361            MOVE RV-ENROLL-NO              TO WS-STMT-ENROLL-NO.
005362            MOVE RV-INVOICE-DATE           TO WS-STMT-INV-DATE.
005363            IF  WS-ADDR-HIT                > 0
005364                MOVE WS-AT-STREET(WS-ADDR-HIT) TO WS-STMT-STREET
005365                MOVE WS-AT-CITY(WS-ADDR-HIT)   TO WS-STMT-CITY
005366            ELSE
005367                MOVE "NO ADDRESS ON FILE"  TO WS-STMT-STREET
005368                MOVE SPACES                TO WS-STMT-CITY
005369            END-IF.
005370            MOVE WS-BORDER                 TO PR-PRINT-REC.
005380            WRITE PR-PRINT-REC.
005390            PERFORM 25000-PRINT-TMPL-PARA
005400                VARYING WS-TMPL-SUB FROM 1 BY 1
005410                UNTIL WS-TMPL-SUB          > WS-TMPL-COUNT.
005412            MOVE RV-ENROLL-NO              TO WS-AN-ENROLL-NO.
005415            MOVE WS-ACCT-LINE              TO PR-PRINT-REC.
005417            WRITE PR-PRINT-REC.
005420            MOVE " OPENING BALANCE : "     TO WS-BL-LABEL.
005430            MOVE WS-OPENING-BAL            TO WS-BL-AMOUNT.
005440            MOVE WS-BAL-LINE               TO PR-PRINT-REC.
005740            PERFORM 25500-APPLY-TOKEN-PARA.
005750            MOVE "&ADDR"                   TO WS-TOKEN.
005760            MOVE 5                         TO WS-TOKEN-LEN.
005790            MOVE WS-STMT-STREET            TO WS-SUB-VALUE.
005820            PERFORM 25500-APPLY-TOKEN-PARA.
005830            MOVE "&CITY"                   TO WS-TOKEN.
005840            MOVE 5                         TO WS-TOKEN-LEN.
005870            MOVE WS-STMT-CITY              TO WS-SUB-VALUE.
005900            PERFORM 25500-APPLY-TOKEN-PARA.
005910            MOVE WS-WORK-LINE              TO PR-PRINT-REC.
005920            WRITE PR-PRINT-REC.
006430       * PRINT THE ACCOUNT'S LINES FOR ONE DAY.
006440       ******************************************************************
006450        26500-PRINT-DAY-PARA.
006460            IF  WS-AC-ENROLL-NO(WS-ACT-SUB) = WS-STMT-ENROLL-NO
006470                AND WS-AC-DATE(WS-ACT-SUB) = WS-INV-NUM
006480                MOVE WS-AC-DATE(WS-ACT-SUB)   TO WS-AL-DATE
006490                MOVE WS-AC-DESC(WS-ACT-SUB)   TO WS-AL-DESC
006630            IF  WS-CLOSING-BAL             <= 0
006640                MOVE "NONE DUE  "          TO WS-BUCKET-LABEL
006650            ELSE
006660                MOVE WS-STMT-INV-DATE      TO WS-INV-NUM
006670                COMPUTE WS-AGE-DAYS =
006680                    ((WS-TD-YYYY - WS-IV-YYYY) * 360)
006690                    + ((WS-TD-MM - WS-IV-MM) * 30)
006720                    WHEN WS-AGE-DAYS       <= 30
006730                        MOVE "CURRENT   "  TO WS-BUCKET-LABEL
006740                    WHEN WS-AGE-DAYS       <= 60
006741                        MOVE "31-60 DAYS"  TO WS-BUCKET-LABEL
006742                    WHEN WS-AGE-DAYS       <= 90
006743                        MOVE "61-90 DAYS"  TO WS-BUCKET-LABEL
006744                    WHEN OTHER
006745                        MOVE "OVER 90   "  TO WS-BUCKET-LABEL
006746                END-EVALUATE
006747            END-IF.
006748       ******************************************************************
006749       * ONE CONSOLIDATED STATEMENT FOR A HOUSEHOLD: TEMPLATE HEADING TO
006750       * THE GUARDIAN AT THE HOUSEHOLD ADDRESS, EACH CHILD'S BALANCES
006751       * AND ACTIVITY, THEN THE FAMILY BALANCE AND ITS AGING BUCKET. A
006752       * HOUSEHOLD WITH NO ACCOUNTS, OR ONLY ZERO-BALANCE ACCOUNTS WITH
006753       * NO ACTIVITY, GETS NONE.
006754       ******************************************************************
006755        28000-HH-STMT-PARA.
006756            MOVE 0                         TO WS-HH-ACCTS.
006757            MOVE 0                         TO WS-CLOSING-BAL.
006758            MOVE 0                         TO WS-MONTH-DEBITS.
006759            MOVE 0                         TO WS-MONTH-CREDITS.
006760            MOVE "NO"                      TO WS-ACTIVITY-FLAG.
006761            MOVE SPACES                    TO WS-STMT-INV-DATE.
006762            PERFORM 28100-SUM-CHILD-PARA
006763                VARYING WS-HL-SUB FROM 1 BY 1
006765                UNTIL WS-HL-SUB            > WS-HL-COUNT.
006766            IF  WS-HH-ACCTS                > 0
006767                IF  WS-CLOSING-BAL         = 0
006768                    AND WS-ACTIVITY-FLAG   = "NO"
006769                    ADD 1                  TO WS-SKIP-COUNT
006770                ELSE
006771                    COMPUTE WS-OPENING-BAL =
006772                        WS-CLOSING-BAL - WS-MONTH-DEBITS
006773                        + WS-MONTH-CREDITS
006774                    PERFORM 28300-PRINT-HH-PARA
006775                END-IF
006776            END-IF.
006777       ******************************************************************
006778       * ADD ONE OF THE HOUSEHOLD'S CHILD ACCOUNTS INTO THE FAMILY
006779       * TOTALS, KEEPING THE OLDEST INVOICE STILL CARRYING A BALANCE.
006780       ******************************************************************
006781        28100-SUM-CHILD-PARA.
006782            IF  WS-HL-HB-SUB(WS-HL-SUB)    = WS-HB-SUB
006783                AND WS-HL-ACCT-FLAG(WS-HL-SUB) = "Y"
006784                ADD 1                      TO WS-HH-ACCTS
006785                COMPUTE WS-CHILD-CLOSING =
006786                    WS-HL-BILLED-AMT(WS-HL-SUB)
006787                    - WS-HL-PAID-AMT(WS-HL-SUB)
006789                ADD WS-CHILD-CLOSING       TO WS-CLOSING-BAL
006790                IF  WS-CHILD-CLOSING       > 0
006791                    IF  WS-STMT-INV-DATE   = SPACES
006792                        OR WS-HL-INVOICE-DATE(WS-HL-SUB)
006793                                           < WS-STMT-INV-DATE
006794                        MOVE WS-HL-INVOICE-DATE(WS-HL-SUB)
006795                                           TO WS-STMT-INV-DATE
006796                    END-IF
006797                END-IF
006798                MOVE WS-HL-ENROLL-NO(WS-HL-SUB) TO WS-STMT-ENROLL-NO
006799                PERFORM 28200-CHILD-ACT-PARA
006800                    VARYING WS-ACT-SUB FROM 1 BY 1
006801                    UNTIL WS-ACT-SUB       > WS-ACT-COUNT
006802            END-IF.
006803       ******************************************************************
006804       * ROLL ONE MONTH ACTIVITY LINE OF THE CHILD INTO THE TOTALS.
006805       ******************************************************************
006806        28200-CHILD-ACT-PARA.
006807            IF  WS-AC-ENROLL-NO(WS-ACT-SUB) = WS-STMT-ENROLL-NO
006808                MOVE "YES"                 TO WS-ACTIVITY-FLAG
006809                IF  WS-AC-DRCR(WS-ACT-SUB) = "D"
006810                    ADD WS-AC-AMOUNT(WS-ACT-SUB) TO WS-MONTH-DEBITS
006811                ELSE
006813                    ADD WS-AC-AMOUNT(WS-ACT-SUB) TO WS-MONTH-CREDITS
006814                END-IF
006815            END-IF.
006816       ******************************************************************
006817       * PRINT THE HOUSEHOLD STATEMENT.
006818       ******************************************************************
006819        28300-PRINT-HH-PARA.
006820            MOVE WS-HB-GUARDIAN-NAME(WS-HB-SUB) TO WS-STUD-NAME.
006821            MOVE WS-HB-STREET(WS-HB-SUB)   TO WS-STMT-STREET.
006822            MOVE WS-HB-CITY(WS-HB-SUB)     TO WS-STMT-CITY.
006823            MOVE WS-BORDER                 TO PR-PRINT-REC.
006824            WRITE PR-PRINT-REC.
006825            PERFORM 25000-PRINT-TMPL-PARA
006826                VARYING WS-TMPL-SUB FROM 1 BY 1
006827                UNTIL WS-TMPL-SUB          > WS-TMPL-COUNT.
006828            MOVE WS-HB-HOUSEHOLD-NO(WS-HB-SUB) TO WS-HH-HOUSEHOLD-NO.
006829            MOVE WS-HH-ACCTS               TO WS-HH-CHILDREN.
006830            MOVE WS-HH-LINE                TO PR-PRINT-REC.
006831            WRITE PR-PRINT-REC.
006832            PERFORM 28400-PRINT-CHILD-PARA
006833                VARYING WS-HL-SUB FROM 1 BY 1
006834                UNTIL WS-HL-SUB            > WS-HL-COUNT.
006835            MOVE " FAMILY OPENING  : "     TO WS-BL-LABEL.
006836            MOVE WS-OPENING-BAL            TO WS-BL-AMOUNT.
006838            MOVE WS-BAL-LINE               TO PR-PRINT-REC.
006839            WRITE PR-PRINT-REC.
006840            MOVE " FAMILY BALANCE  : "     TO WS-BL-LABEL.
006841            MOVE WS-CLOSING-BAL            TO WS-BL-AMOUNT.
006842            MOVE WS-BAL-LINE               TO PR-PRINT-REC.
006843            WRITE PR-PRINT-REC.
006844            PERFORM 27000-BUCKET-PARA.
006845            MOVE WS-BUCKET-LABEL           TO WS-BU-LABEL.
006846            MOVE WS-BUCKET-LINE            TO PR-PRINT-REC.
006847            WRITE PR-PRINT-REC.
006848            MOVE WS-BORDER                 TO PR-PRINT-REC.
006849            WRITE PR-PRINT-REC.
006850            MOVE WS-HB-HOUSEHOLD-NO(WS-HB-SUB) TO WS-CS-ENROLL-NO.
006851            MOVE WS-STUD-NAME              TO WS-CS-NAME.
006852            MOVE WS-OPENING-BAL            TO WS-CS-OPENING.
006853            MOVE WS-CLOSING-BAL            TO WS-CS-CLOSING.
006854            MOVE WS-BUCKET-LABEL           TO WS-CS-BUCKET.
006855            MOVE WS-CSV-LINE               TO CV-CSV-REC.
006856            WRITE CV-CSV-REC.
006857            ADD 1                          TO WS-STMT-COUNT.
006858            ADD 1                          TO WS-HH-STMT-COUNT.
006859       ******************************************************************
006860       * ONE CHILD'S SECTION OF THE HOUSEHOLD STATEMENT.
006862       ******************************************************************
006863        28400-PRINT-CHILD-PARA.
006864            IF  WS-HL-HB-SUB(WS-HL-SUB)    = WS-HB-SUB
006865                AND WS-HL-ACCT-FLAG(WS-HL-SUB) = "Y"
006866                MOVE WS-HL-ENROLL-NO(WS-HL-SUB) TO WS-STMT-ENROLL-NO
006867                MOVE WS-STMT-ENROLL-NO     TO LK-ENROLL-NO
006868                CALL 'SPGM0901'            USING LK-STUDLOOKUP-PARMS
006869                IF  LK-FOUND
006870                    MOVE LK-SNAME          TO WS-CL-SNAME
006871                ELSE
006872                    MOVE "NAME NOT ON STUDFILE" TO WS-CL-SNAME
006873                END-IF
006874                MOVE WS-STMT-ENROLL-NO     TO WS-CL-ENROLL-NO
006875                MOVE WS-CHILD-LINE         TO PR-PRINT-REC
006876                WRITE PR-PRINT-REC
006877                COMPUTE WS-CHILD-CLOSING =
006878                    WS-HL-BILLED-AMT(WS-HL-SUB)
006879                    - WS-HL-PAID-AMT(WS-HL-SUB)
006880                MOVE 0                     TO WS-MONTH-DEBITS
006881                MOVE 0                     TO WS-MONTH-CREDITS
006882                PERFORM 28200-CHILD-ACT-PARA
006883                    VARYING WS-ACT-SUB FROM 1 BY 1
006884                    UNTIL WS-ACT-SUB       > WS-ACT-COUNT
006886                COMPUTE WS-CHILD-OPENING =
006887                    WS-CHILD-CLOSING - WS-MONTH-DEBITS
006888                    + WS-MONTH-CREDITS
006889                MOVE "   OPENING BALANCE:"  TO WS-BL-LABEL
006890                MOVE WS-CHILD-OPENING      TO WS-BL-AMOUNT
006891                MOVE WS-BAL-LINE           TO PR-PRINT-REC
006892                WRITE PR-PRINT-REC
006893                PERFORM 26000-PRINT-ACT-PARA
006894                MOVE "   CLOSING BALANCE:"  TO WS-BL-LABEL
006895                MOVE WS-CHILD-CLOSING      TO WS-BL-AMOUNT
006896                MOVE WS-BAL-LINE           TO PR-PRINT-REC
006897                WRITE PR-PRINT-REC
006898                ADD 1                      TO WS-HH-CHILD-COUNT
006899            END-IF.
006900       ******************************************************************
006901       * WRITE THE AUDIT LINE AND CLOSE THE FILES.
006902       ******************************************************************
006903        30000-CLOSE-PARA.
006904            MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-AU-DATE.
006905            MOVE WS-STMT-COUNT             TO WS-AU-COUNT.
006906            MOVE WS-STMT-MONTH             TO WS-AU-MONTH.
006907            MOVE WS-AUDIT-LINE             TO AU-AUDIT-REC.
006908            WRITE AU-AUDIT-REC.
006910            DISPLAY "STATEMENTS PRINTED  : " WS-STMT-COUNT.
006913            DISPLAY "HOUSEHOLD STATEMENTS: " WS-HH-STMT-COUNT.
006916            DISPLAY "CHILDREN ON THEM    : " WS-HH-CHILD-COUNT.
006920            DISPLAY "ZERO/NO-ACT SKIPPED : " WS-SKIP-COUNT.
006930            DISPLAY "BAD-ADDRESS SKIPPED : " WS-BADADDR-SKIP-COUNT.
006940            CLOSE TRAN-FILE.
006950            CLOSE RECV-FILE.
006960            CLOSE ADDR-FILE.
006980            CLOSE PRINT-FILE.
006990            CLOSE CSV-FILE.
007000            CLOSE AUDIT-FILE.
007010            IF  WS-HH-AVAIL                = "YES"
007020                CLOSE HH-FILE
007030            END-IF.
