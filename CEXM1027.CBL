000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1027.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: ROOM MASTER LOAD. THE SYSTEM HAD NO NOTION OF A
000060       *  PHYSICAL ROOM. THIS PROGRAM MAINTAINS ROOMFILE, THE ROOM
000070       *  MASTER KEYED ON ROOM CODE (SEAT CAPACITY AND BUILDING), FROM
000080       *  ROOMIN CARDS IN CEXM964'S LOAD/REPLACE STYLE. THE CAPACITY
000090       *  MUST BE NUMERIC AND NON-ZERO AND THE BUILDING NON-BLANK.
000100       *  CEXM1028 SEATS FINAL EXAMS FROM IT.
000110       * ROOMIN  : JEBA02.EMY.COBOL.ROOMIN
000120       * ROOMFILE: JEBA02.EMY.COBOL.ROOMFILE (INDEXED ON ROOM CODE)
000130       * ----------------------------------------------------------------
000140       * PRJ NO    NAME     DATE          MAINT DESC.
000150       * ----------------------------------------------------------------
000160       * JEBA02    EMY     09/17/2026    PROGRAM CREATED.
000170       ******************************************************************
000180        ENVIRONMENT DIVISION.
000190        INPUT-OUTPUT SECTION.
000200        FILE-CONTROL.
000210            SELECT ROOM-IN-FILE
000220                ASSIGN TO ROOMIN
000230                ORGANIZATION IS SEQUENTIAL
000240                ACCESS MODE IS SEQUENTIAL
000250                FILE STATUS IS WS-ROOM-IN-FS.
000260            SELECT ROOM-FILE
000270                ASSIGN TO ROOMFILE
000280                ORGANIZATION IS INDEXED
000290                ACCESS MODE IS RANDOM
000300                RECORD KEY IS RM-ROOM-CODE
000310                FILE STATUS IS WS-ROOM-FS.
000320        DATA DIVISION.
000330        FILE SECTION.
000340        FD  ROOM-IN-FILE.
000350        01  RC-ROOM-REC.
000360            05  RC-ROOM-CODE              PIC X(06).
000370            05  RC-SEAT-CAP               PIC 9(03).
000380            05  RC-BUILDING               PIC X(20).
000390            05  FILLER                    PIC X(51).
000400        FD  ROOM-FILE.
000410        01  RM-ROOM-REC.
000420            05  RM-ROOM-CODE              PIC X(06).
000430            05  RM-SEAT-CAP               PIC 9(03).
000440            05  RM-BUILDING               PIC X(20).
000450            05  FILLER                    PIC X(51).
000460        WORKING-STORAGE SECTION.
000470        01  WS-ROOM-IN-FS                 PIC X(02).
000480        01  WS-ROOM-FS                    PIC X(02).
000490        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
000500        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
000510        01  WS-ADD-COUNT                  PIC 9(06) VALUE 0.
000520        01  WS-REPLACE-COUNT              PIC 9(06) VALUE 0.
000530        01  WS-REJECT-COUNT               PIC 9(06) VALUE 0.
000540        01  WS-REJECT-REASON              PIC X(40).
000550        COPY SPGMABNL.
000560        PROCEDURE DIVISION.
000570       ******************************************************************
000580       * MAIN PROGRAM FLOW.
000590       ******************************************************************
000600        00000-MAIN-PARA.
000610            PERFORM 10000-INITIALIZE-PARA.
000620            PERFORM 20000-PROCESS-PARA
000630              UNTIL WS-ERROR-FLAG = "YES"
000640              OR    WS-ENDOFFILE  = "YES".
000650            PERFORM 30000-CLOSE-PARA.
000660            STOP RUN.
000670       ******************************************************************
000680       * OPEN THE CARDS AND THE ROOM MASTER (CREATED ON FIRST USE).
000690       ******************************************************************
000700        10000-INITIALIZE-PARA.
000710            OPEN INPUT ROOM-IN-FILE.
000720            IF WS-ROOM-IN-FS              NOT = "00"
000730               DISPLAY "ROOMIN ACCESS ERROR."
000740               MOVE "CEXM1027"            TO LK-PGM-ID
000750               MOVE "ROOMIN"              TO LK-FILE-ID
000760               MOVE WS-ROOM-IN-FS         TO LK-FILE-STATUS
000770               CALL 'SPGMABND'            USING LK-ABEND-PARMS
000780               IF  LK-ABEND-YES
000790                   MOVE 16                TO RETURN-CODE
000800                   MOVE "YES"             TO WS-ERROR-FLAG
000810               END-IF
000820            END-IF.
000830            OPEN I-O ROOM-FILE.
000840            IF WS-ROOM-FS                 = "35"
000850               OPEN OUTPUT ROOM-FILE
000860            END-IF.
000870            IF WS-ROOM-FS                 NOT = "00"
000880               DISPLAY "ROOMFILE ACCESS ERROR."
000890               MOVE "CEXM1027"            TO LK-PGM-ID
000900               MOVE "ROOMFILE"            TO LK-FILE-ID
000910               MOVE WS-ROOM-FS            TO LK-FILE-STATUS
000920               CALL 'SPGMABND'            USING LK-ABEND-PARMS
000930               IF  LK-ABEND-YES
000940                   MOVE 16                TO RETURN-CODE
000950                   MOVE "YES"             TO WS-ERROR-FLAG
000960               END-IF
000970            END-IF.
000980       ******************************************************************
000990       * READ ONE ROOM CARD, VALIDATE IT, AND APPLY IT.
001000       ******************************************************************
001010        20000-PROCESS-PARA.
001020            READ ROOM-IN-FILE
001030            AT END
001040                MOVE "YES"                 TO WS-ENDOFFILE
001050            NOT AT END
001060                EVALUATE TRUE
001070                    WHEN RC-ROOM-CODE      = SPACES
001080                        MOVE "ROOM CODE BLANK"
001090                                           TO WS-REJECT-REASON
001100                        PERFORM 27000-REJECT-PARA
001110                    WHEN RC-SEAT-CAP       NOT NUMERIC
001120                        OR RC-SEAT-CAP     = 0
001130                        MOVE "SEAT CAPACITY NOT NUMERIC OR ZERO"
001140                                           TO WS-REJECT-REASON
001150                        PERFORM 27000-REJECT-PARA
001160                    WHEN RC-BUILDING       = SPACES
001170                        MOVE "BUILDING BLANK"
001180                                           TO WS-REJECT-REASON
001190                        PERFORM 27000-REJECT-PARA
001200                    WHEN OTHER
001210                        PERFORM 22000-APPLY-PARA
001220                END-EVALUATE
001230            END-READ.
001240       ******************************************************************
001250       * WRITE THE ROOM RECORD, REPLACING ONE ALREADY ON FILE.
001260       ******************************************************************
001270        22000-APPLY-PARA.
001280            MOVE SPACES                    TO RM-ROOM-REC.
001290            MOVE RC-ROOM-CODE              TO RM-ROOM-CODE.
001300            MOVE RC-SEAT-CAP               TO RM-SEAT-CAP.
001310            MOVE RC-BUILDING               TO RM-BUILDING.
001320            WRITE RM-ROOM-REC
001330                INVALID KEY
001340                    REWRITE RM-ROOM-REC
001350                    IF WS-ROOM-FS          = "00"
001360                        ADD 1              TO WS-REPLACE-COUNT
001370                    ELSE
001380                        DISPLAY "ROOMFILE REWRITE ERROR - STATUS "
001390                            WS-ROOM-FS " - KEY " RM-ROOM-CODE
001400                        MOVE "CEXM1027"      TO LK-PGM-ID
001410                        MOVE "ROOMFILE"      TO LK-FILE-ID
001420                        MOVE WS-ROOM-FS      TO LK-FILE-STATUS
001430                        CALL 'SPGMABND'      USING LK-ABEND-PARMS
001440                        IF  LK-ABEND-YES
001450                            MOVE 16          TO RETURN-CODE
001460                            MOVE "YES"       TO WS-ERROR-FLAG
001470                        END-IF
001480                    END-IF
001490                NOT INVALID KEY
001500                    ADD 1                  TO WS-ADD-COUNT
001510            END-WRITE.
001520       ******************************************************************
001530       * LOG A REJECTED ROOM CARD.
001540       ******************************************************************
001550        27000-REJECT-PARA.
001560            DISPLAY "REJECTED - " RC-ROOM-CODE
001570                " - " WS-REJECT-REASON.
001580            ADD 1                          TO WS-REJECT-COUNT.
001590       ******************************************************************
001600       * DISPLAY COUNTS AND CLOSE THE FILES.
001610       ******************************************************************
001620        30000-CLOSE-PARA.
001630            DISPLAY "ROOMS ADDED    : " WS-ADD-COUNT.
001640            DISPLAY "ROOMS REPLACED : " WS-REPLACE-COUNT.
001650            DISPLAY "CARDS REJECTED : " WS-REJECT-COUNT.
001660            CLOSE ROOM-IN-FILE.
001670            CLOSE ROOM-FILE.
