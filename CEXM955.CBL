000230       *    - A COMPLETENESS PERCENTAGE PER STATION AND MONTH
000240       *  SO THE HISTORY CAN BE CERTIFIED BEFORE CEXM705'S YEAR-OVER-
000250       *  YEAR COMPARISON RUNS ON IT.
000253       *  EACH MISSING (M) OR SHORT (S) DAY IS ALSO WRITTEN TO GAPDAYS
000256       *  SO THE CEXM1086 CLIMATE EXPORT CAN CODE THE DAY.
000260       * TEMPFILE: JEBA02.EMY.COBOL.TEMPFILE
000270       * GAPRPT  : JEBA02.EMY.COBOL.GAPRPT
000275       * GAPDAYS : JEBA02.EMY.COBOL.GAPDAYS
000280       * ----------------------------------------------------------------
000290       * PRJ NO    NAME     DATE          MAINT DESC.
000300       * ----------------------------------------------------------------
000310       * JEBA02    EMY     09/11/2026    PROGRAM CREATED.
000315       * JEBA02    EMY     09/26/2026    WRITE GAP DAYS TO GAPDAYS.
000320       ******************************************************************
000330        ENVIRONMENT DIVISION.
000340        INPUT-OUTPUT SECTION.
000430                ORGANIZATION IS SEQUENTIAL
000440                ACCESS MODE IS SEQUENTIAL
000450                FILE STATUS IS WS-REPORT-FS.
000451            SELECT GAP-FILE
000453                ASSIGN TO GAPDAYS
000455                ORGANIZATION IS SEQUENTIAL
000456                ACCESS MODE IS SEQUENTIAL
000458                FILE STATUS IS WS-GAP-FS.
000460        DATA DIVISION.
000470        FILE SECTION.
000480        FD  TEMP-FILE.
000600            05  FILLER                    PIC X(27).
000610        FD  REPORT-FILE.
000620        01  RS-REPORT-REC                 PIC X(80).
000621        FD  GAP-FILE.
000622        01  GD-GAP-REC.
000624            05  GD-STATION-ID             PIC X(03).
000625            05  GD-DATE.
000627                10  GD-YY                 PIC 9(02).
000628                10  GD-MM                 PIC 9(02).
000630                10  GD-DD                 PIC 9(02).
000631            05  GD-GAP-TYPE               PIC X(01).
000632                88  GD-MISSING-DAY                VALUE "M".
000634                88  GD-SHORT-DAY                  VALUE "S".
000635            05  GD-PLAUSIBLE              PIC 9(02).
000637            05  FILLER                    PIC X(68).
000638        WORKING-STORAGE SECTION.
000640        01  WS-TEMP-FS                    PIC X(02).
000650        01  WS-REPORT-FS                  PIC X(02).
000655        01  WS-GAP-FS                     PIC X(02).
000660        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
000670        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
000680       * ONE ENTRY PER STATION/MONTH SEEN ON FILE, WITH A FLAG PER
001600                   MOVE "YES"             TO WS-ERROR-FLAG
001610               END-IF
001620            END-IF.
001621            OPEN OUTPUT GAP-FILE.
001622            IF WS-GAP-FS                  NOT = "00"
001624               DISPLAY "GAPDAYS ACCESS ERROR."
001625               MOVE "CEXM955"             TO LK-PGM-ID
001627               MOVE "GAPDAYS"             TO LK-FILE-ID
001628               MOVE WS-GAP-FS             TO LK-FILE-STATUS
001630               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001631               IF  LK-ABEND-YES
001632                   MOVE 16                TO RETURN-CODE
001634                   MOVE "YES"             TO WS-ERROR-FLAG
001635               END-IF
001637            END-IF.
001638       ******************************************************************
001640       * READ ONE DAY, FIND ITS STATION/MONTH BUCKET, AND MARK THE
001650       * DAY SEEN WITH ITS PLAUSIBLE-READING COUNT.
001660       ******************************************************************
002320                    IF  WS-GM-PLAUSIBLE(WS-CUR-GM WS-DAY-SUB) < 12
002330                        MOVE "FEWER THAN 12 PLAUSIBLE READINGS"
002340                                           TO WS-ML-TEXT
002342                        SET GD-SHORT-DAY   TO TRUE
002350                        PERFORM 28000-PRINT-DAY-PARA
002360                        ADD 1              TO WS-SHORT-COUNT
002370                    END-IF
002380                ELSE
002390                    MOVE "MISSING CALENDAR DAY"
002400                                           TO WS-ML-TEXT
002402                    SET GD-MISSING-DAY     TO TRUE
002410                    PERFORM 28000-PRINT-DAY-PARA
002420                    ADD 1                  TO WS-MISSING-COUNT
002430                END-IF
002760                    MOVE 31                TO WS-DAYS-IN-MONTH
002770            END-EVALUATE.
002780       ******************************************************************
002786       * PRINT ONE MISSING-DAY OR SHORT-DAY LINE AND RECORD THE DAY ON
002793       * GAPDAYS (THE CALLER HAS SET ITS GAP TYPE).
002800       ******************************************************************
002810        28000-PRINT-DAY-PARA.
002820            MOVE WS-GM-STATION(WS-CUR-GM)  TO WS-ML-STATION.
002850            MOVE WS-DAY-SUB                TO WS-ML-DD.
002860            MOVE WS-MISS-LINE              TO RS-REPORT-REC.
002870            WRITE RS-REPORT-REC.
002871            MOVE WS-GM-STATION(WS-CUR-GM)  TO GD-STATION-ID.
002872            MOVE WS-GM-YY(WS-CUR-GM)       TO GD-YY.
002874            MOVE WS-GM-MM(WS-CUR-GM)       TO GD-MM.
002875            MOVE WS-DAY-SUB                TO GD-DD.
002877            MOVE WS-GM-PLAUSIBLE(WS-CUR-GM WS-DAY-SUB) TO GD-PLAUSIBLE.
002878            WRITE GD-GAP-REC.
002880       ******************************************************************
002890       * DISPLAY COUNTS AND CLOSE THE FILES.
002900       ******************************************************************
002930            DISPLAY "SHORT DAYS FOUND   : " WS-SHORT-COUNT.
002940            CLOSE TEMP-FILE.
002950            CLOSE REPORT-FILE.
002960            CLOSE GAP-FILE.
