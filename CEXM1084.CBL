000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1084.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: DAILY FORECAST LOAD. FACILITIES PLANS HEATING
000060       *  AND EARLY DISMISSALS FROM THE VENDOR'S FORECAST BUT NOTHING
000070       *  KEPT IT. READS THE VENDOR'S FCSTIN FILE (STATION, TARGET DATE
000080       *  YYYYMMDD, FORECAST HIGH, LOW AND AVERAGE, LEAD DAYS) AND
000090       *  MAINTAINS FCSTHIST, THE FORECAST HISTORY KEYED ON STATION PLUS
000100       *  TARGET DATE PLUS LEAD DAYS, CEXM931-STYLE:
000110       *    - THE STATION MUST BE ON THE STNFILE MASTER
000120       *    - THE TARGET DATE MUST BE A REAL DATE (SPGM0906)
000130       *    - HIGH, LOW, AVERAGE AND LEAD MUST BE NUMERIC, THE LOW NOT
000140       *      ABOVE THE AVERAGE NOR THE AVERAGE ABOVE THE HIGH, AND THE
000150       *      LEAD 0 TO 14 DAYS
000160       *    - A FORECAST ALREADY HELD (THE VENDOR REISSUED IT) IS
000170       *      REPLACED AND GOES BACK TO UNVERIFIED
000180       *  REJECTS GO TO FCSTEXCP. CEXM1085 SCORES THE HISTORY AGAINST
000190       *  THE OBSERVED TEMPFILE DAYS.
000200       * FCSTIN  : JEBA02.EMY.COBOL.FCSTIN
000210       * STNFILE : JEBA02.EMY.COBOL.STNFILE
000220       * FCSTHIST: JEBA02.EMY.COBOL.FCSTHIST (INDEXED ON STN+DATE+LEAD)
000230       * FCSTEXCP: JEBA02.EMY.COBOL.FCSTEXCP
000240       * ----------------------------------------------------------------
000250       * PRJ NO    NAME     DATE          MAINT DESC.
000260       * ----------------------------------------------------------------
000270       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000280       ******************************************************************
000290        ENVIRONMENT DIVISION.
000300        INPUT-OUTPUT SECTION.
000310        FILE-CONTROL.
000320            SELECT FCST-IN-FILE
000330                ASSIGN TO FCSTIN
000340                ORGANIZATION IS SEQUENTIAL
000350                ACCESS MODE IS SEQUENTIAL
000360                FILE STATUS IS WS-FCST-IN-FS.
000370            SELECT STN-FILE
000380                ASSIGN TO STNFILE
000390                ORGANIZATION IS SEQUENTIAL
000400                ACCESS MODE IS SEQUENTIAL
000410                FILE STATUS IS WS-STN-FS.
000420            SELECT HIST-FILE
000430                ASSIGN TO FCSTHIST
000440                ORGANIZATION IS INDEXED
000450                ACCESS MODE IS RANDOM
000460                RECORD KEY IS FH-FCST-KEY
000470                FILE STATUS IS WS-HIST-FS.
000480            SELECT EXCEPTION-FILE
000490                ASSIGN TO FCSTEXCP
000500                ORGANIZATION IS SEQUENTIAL
000510                ACCESS MODE IS SEQUENTIAL
000520                FILE STATUS IS WS-EXCEPTION-FS.
000530        DATA DIVISION.
000540        FILE SECTION.
000550        FD  FCST-IN-FILE.
000560        01  FI-FCST-REC.
000570            05  FI-STATION-ID             PIC X(03).
000580            05  FI-TARGET-DATE            PIC X(08).
000590            05  FI-FCST-HIGH              PIC 9(02).
000600            05  FI-FCST-LOW               PIC 9(02).
000610            05  FI-FCST-AVG               PIC 9(03).
000620            05  FI-LEAD-DAYS              PIC 9(02).
000630            05  FILLER                    PIC X(60).
000640        FD  STN-FILE.
000650        01  SN-STN-REC.
000660            05  SN-STATION-ID             PIC X(03).
000670            05  FILLER                    PIC X(77).
000680        FD  HIST-FILE.
000690        01  FH-FCST-REC.
000700            05  FH-FCST-KEY.
000710                10  FH-STATION-ID         PIC X(03).
000720                10  FH-TARGET-DATE        PIC 9(08).
000730                10  FH-LEAD-DAYS          PIC 9(02).
000740            05  FH-FCST-HIGH              PIC 9(02).
000750            05  FH-FCST-LOW               PIC 9(02).
000760            05  FH-FCST-AVG               PIC 9(03).
000770            05  FH-LOAD-DATE              PIC 9(08).
000780            05  FH-VERIFIED               PIC X(01).
000790            05  FH-OBS-HIGH               PIC 9(02).
000800            05  FH-OBS-LOW                PIC 9(02).
000810            05  FH-OBS-AVG                PIC 9(03).
000820            05  FH-VERIFY-DATE            PIC 9(08).
000830            05  FILLER                    PIC X(36).
000840        FD  EXCEPTION-FILE.
000850        01  ES-EXCEPTION-REC              PIC X(80).
000860        WORKING-STORAGE SECTION.
000870        01  WS-FCST-IN-FS                 PIC X(02).
000880        01  WS-STN-FS                     PIC X(02).
000890        01  WS-HIST-FS                    PIC X(02).
000900        01  WS-EXCEPTION-FS               PIC X(02).
000910        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
000920        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
000930        01  WS-STN-EOF                    PIC X(03) VALUE "NO".
000940        01  WS-CURRENT-DATE-DATA          PIC X(21).
000950        01  WS-RUN-DATE                   PIC 9(08).
000960        01  WS-CARD-OK-FLAG               PIC X(03).
000970        01  WS-POST-COUNT                 PIC 9(06) VALUE 0.
000980        01  WS-REPLACE-COUNT              PIC 9(06) VALUE 0.
000990        01  WS-REJECT-COUNT               PIC 9(06) VALUE 0.
001000       * STATIONS ON THE STNFILE MASTER.
001010        01  WS-STN-COUNT                  PIC 9(03) VALUE 0.
001020        01  WS-STN-TABLE.
001030            05  WS-ST-ENTRY               OCCURS 1 TO 200 TIMES
001040                                      DEPENDING ON WS-STN-COUNT
001050                                          INDEXED BY STN-IDX.
001060                10  WS-ST-STATION-ID      PIC X(03).
001070        01  WS-EXCEPTION-OUT.
001080            05 FILLER                     PIC X(11)
001090                                          VALUE "REJECTED - ".
001100            05 WS-EXC-STATION             PIC X(03).
001110            05 FILLER                     PIC X(01) VALUE SPACES.
001120            05 WS-EXC-DATE                PIC X(08).
001130            05 FILLER                     PIC X(06) VALUE " LEAD ".
001140            05 WS-EXC-LEAD                PIC X(02).
001150            05 FILLER                     PIC X(03) VALUE " - ".
001160            05 WS-EXC-REASON              PIC X(40).
001170            05 FILLER                     PIC X(06) VALUE SPACES.
001180        COPY SPGM0906L.
001190        COPY SPGMABNL.
001200        PROCEDURE DIVISION.
001210       ******************************************************************
001220       * MAIN PROGRAM FLOW.
001230       ******************************************************************
001240        00000-MAIN-PARA.
001250            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
001260            MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-RUN-DATE.
001270            PERFORM 10000-INITIALIZE-PARA.
001280            IF  WS-ERROR-FLAG              NOT = "YES"
001290                PERFORM 12000-LOAD-STN-PARA
001300                    UNTIL WS-STN-EOF       = "YES"
001310            END-IF.
001320            PERFORM 20000-PROCESS-PARA
001330              UNTIL WS-ERROR-FLAG = "YES"
001340              OR    WS-ENDOFFILE  = "YES".
001350            PERFORM 30000-CLOSE-PARA.
001360            STOP RUN.
001370       ******************************************************************
001380       * OPEN THE FORECASTS, THE STATION MASTER, THE HISTORY (CREATED ON
001390       * FIRST USE) AND THE EXCEPTION REPORT.
001400       ******************************************************************
001410        10000-INITIALIZE-PARA.
001420            OPEN INPUT FCST-IN-FILE.
001430            IF WS-FCST-IN-FS              NOT = "00"
001440               DISPLAY "FCSTIN ACCESS ERROR."
001450               MOVE "CEXM1084"            TO LK-PGM-ID
001460               MOVE "FCSTIN"              TO LK-FILE-ID
001470               MOVE WS-FCST-IN-FS         TO LK-FILE-STATUS
001480               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001490               IF  LK-ABEND-YES
001500                   MOVE 16                TO RETURN-CODE
001510                   MOVE "YES"             TO WS-ERROR-FLAG
001520               END-IF
001530            END-IF.
001540            OPEN INPUT STN-FILE.
001550            IF WS-STN-FS                  NOT = "00"
001560               DISPLAY "STNFILE ACCESS ERROR."
001570               MOVE "CEXM1084"            TO LK-PGM-ID
001580               MOVE "STNFILE"             TO LK-FILE-ID
001590               MOVE WS-STN-FS             TO LK-FILE-STATUS
001600               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001610               IF  LK-ABEND-YES
001620                   MOVE 16                TO RETURN-CODE
001630                   MOVE "YES"             TO WS-ERROR-FLAG
001640               END-IF
001650            END-IF.
001660            OPEN I-O HIST-FILE.
001670            IF WS-HIST-FS                 = "35"
001680               OPEN OUTPUT HIST-FILE
001690               CLOSE HIST-FILE
001700               OPEN I-O HIST-FILE
001710            END-IF.
001720            IF WS-HIST-FS                 NOT = "00"
001730               DISPLAY "FCSTHIST ACCESS ERROR."
001740               MOVE "CEXM1084"            TO LK-PGM-ID
001750               MOVE "FCSTHIST"            TO LK-FILE-ID
001760               MOVE WS-HIST-FS            TO LK-FILE-STATUS
001770               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001780               IF  LK-ABEND-YES
001790                   MOVE 16                TO RETURN-CODE
001800                   MOVE "YES"             TO WS-ERROR-FLAG
001810               END-IF
001820            END-IF.
001830            OPEN OUTPUT EXCEPTION-FILE.
001840            IF WS-EXCEPTION-FS            NOT = "00"
001850               DISPLAY "FCSTEXCP ACCESS ERROR."
001860               MOVE "CEXM1084"            TO LK-PGM-ID
001870               MOVE "FCSTEXCP"            TO LK-FILE-ID
001880               MOVE WS-EXCEPTION-FS       TO LK-FILE-STATUS
001890               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001900               IF  LK-ABEND-YES
001910                   MOVE 16                TO RETURN-CODE
001920                   MOVE "YES"             TO WS-ERROR-FLAG
001930               END-IF
001940            END-IF.
001950       ******************************************************************
001960       * TABLE THE STATION IDS.
001970       ******************************************************************
001980        12000-LOAD-STN-PARA.
001990            READ STN-FILE
002000            AT END
002010                MOVE "YES"                 TO WS-STN-EOF
002020            NOT AT END
002030                IF  WS-STN-COUNT           = 200
002040                    DISPLAY "STATION TABLE FULL AT 200 ENTRIES."
002050                ELSE
002060                    ADD 1                  TO WS-STN-COUNT
002070                    MOVE SN-STATION-ID
002080                        TO WS-ST-STATION-ID(WS-STN-COUNT)
002090                END-IF
002100            END-READ.
002110       ******************************************************************
002120       * READ ONE FORECAST, VALIDATE IT, AND POST IT.
002130       ******************************************************************
002140        20000-PROCESS-PARA.
002150            READ FCST-IN-FILE
002160            AT END
002170                MOVE "YES"                 TO WS-ENDOFFILE
002180            NOT AT END
002190                PERFORM 21000-EDIT-PARA
002200                IF  WS-CARD-OK-FLAG        = "YES"
002210                    PERFORM 24000-POST-PARA
002220                END-IF
002230            END-READ.
002240       ******************************************************************
002250       * EDIT THE FORECAST. THE FIRST FAILURE REJECTS IT.
002260       ******************************************************************
002270        21000-EDIT-PARA.
002280            MOVE "NO"                      TO WS-CARD-OK-FLAG.
002290            SET STN-IDX                    TO 1.
002300            SEARCH WS-ST-ENTRY
002310                AT END
002320                    MOVE "STATION NOT ON STNFILE" TO WS-EXC-REASON
002330                    PERFORM 27000-REJECT-PARA
002340                WHEN WS-ST-STATION-ID(STN-IDX) = FI-STATION-ID
002350                    PERFORM 21500-EDIT-VALUES-PARA
002360            END-SEARCH.
002370       ******************************************************************
002380       * THE DATE, THE THREE TEMPERATURES AND THE LEAD TIME.
002390       ******************************************************************
002400        21500-EDIT-VALUES-PARA.
002410            IF  FI-TARGET-DATE             IS NUMERIC
002420                SET LK-DT-VALIDATE         TO TRUE
002430                MOVE FI-TARGET-DATE        TO LK-DT-DATE-1
002440                CALL 'SPGM0906'            USING LK-DATESVC-PARMS
002450            ELSE
002460                SET LK-DT-BAD              TO TRUE
002470            END-IF.
002480            EVALUATE TRUE
002490                WHEN LK-DT-BAD
002500                    MOVE "TARGET DATE NOT A REAL DATE" TO WS-EXC-REASON
002510                    PERFORM 27000-REJECT-PARA
002520                WHEN FI-FCST-HIGH          NOT NUMERIC
002530                    OR FI-FCST-LOW         NOT NUMERIC
002540                    OR FI-FCST-AVG         NOT NUMERIC
002550                    MOVE "FORECAST VALUE NOT NUMERIC" TO WS-EXC-REASON
002560                    PERFORM 27000-REJECT-PARA
002570                WHEN FI-FCST-LOW           > FI-FCST-AVG
002580                    OR FI-FCST-AVG         > FI-FCST-HIGH
002590                    MOVE "LOW/AVERAGE/HIGH OUT OF ORDER"
002600                                           TO WS-EXC-REASON
002610                    PERFORM 27000-REJECT-PARA
002620                WHEN FI-LEAD-DAYS          NOT NUMERIC
002630                    OR FI-LEAD-DAYS        > 14
002640                    MOVE "LEAD DAYS NOT 0 TO 14" TO WS-EXC-REASON
002650                    PERFORM 27000-REJECT-PARA
002660                WHEN OTHER
002670                    MOVE "YES"             TO WS-CARD-OK-FLAG
002680            END-EVALUATE.
002690       ******************************************************************
002700       * POST THE FORECAST, REPLACING A REISSUED ONE. A REPLACED
002710       * FORECAST LOSES ANY EARLIER VERIFICATION.
002720       ******************************************************************
002730        24000-POST-PARA.
002740            MOVE SPACES                    TO FH-FCST-REC.
002750            MOVE FI-STATION-ID             TO FH-STATION-ID.
002760            MOVE FI-TARGET-DATE            TO FH-TARGET-DATE.
002770            MOVE FI-LEAD-DAYS              TO FH-LEAD-DAYS.
002780            MOVE FI-FCST-HIGH              TO FH-FCST-HIGH.
002790            MOVE FI-FCST-LOW               TO FH-FCST-LOW.
002800            MOVE FI-FCST-AVG               TO FH-FCST-AVG.
002810            MOVE WS-RUN-DATE               TO FH-LOAD-DATE.
002820            MOVE "N"                       TO FH-VERIFIED.
002830            MOVE 0                         TO FH-OBS-HIGH.
002840            MOVE 0                         TO FH-OBS-LOW.
002850            MOVE 0                         TO FH-OBS-AVG.
002860            MOVE 0                         TO FH-VERIFY-DATE.
002870            WRITE FH-FCST-REC
002880                INVALID KEY
002890                    REWRITE FH-FCST-REC
002900                    IF WS-HIST-FS          = "00"
002910                        ADD 1              TO WS-REPLACE-COUNT
002920                    ELSE
002930                        DISPLAY "FCSTHIST REWRITE ERROR - STATUS "
002940                            WS-HIST-FS " - KEY " FH-FCST-KEY
002950                        MOVE "CEXM1084"    TO LK-PGM-ID
002960                        MOVE "FCSTHIST"    TO LK-FILE-ID
002970                        MOVE WS-HIST-FS    TO LK-FILE-STATUS
002980                        CALL 'SPGMABND'    USING LK-ABEND-PARMS
002990                        IF  LK-ABEND-YES
003000                            MOVE 16        TO RETURN-CODE
003010                            MOVE "YES"     TO WS-ERROR-FLAG
003020                        END-IF
003030                    END-IF
003040                NOT INVALID KEY
003050                    ADD 1                  TO WS-POST-COUNT
003060            END-WRITE.
003070       ******************************************************************
003080       * LOG A REJECTED FORECAST TO THE EXCEPTION REPORT.
003090       ******************************************************************
003100        27000-REJECT-PARA.
003110            MOVE FI-STATION-ID             TO WS-EXC-STATION.
003120            MOVE FI-TARGET-DATE            TO WS-EXC-DATE.
003130            MOVE FI-LEAD-DAYS              TO WS-EXC-LEAD.
003140            MOVE WS-EXCEPTION-OUT          TO ES-EXCEPTION-REC.
003150            WRITE ES-EXCEPTION-REC.
003160            ADD 1                          TO WS-REJECT-COUNT.
003170       ******************************************************************
003180       * DISPLAY COUNTS AND CLOSE THE FILES.
003190       ******************************************************************
003200        30000-CLOSE-PARA.
003210            DISPLAY "FORECASTS POSTED   : " WS-POST-COUNT.
003220            DISPLAY "FORECASTS REPLACED : " WS-REPLACE-COUNT.
003230            DISPLAY "REJECTED           : " WS-REJECT-COUNT.
003240            CLOSE FCST-IN-FILE.
003250            CLOSE STN-FILE.
003260            CLOSE HIST-FILE.
003270            CLOSE EXCEPTION-FILE.
