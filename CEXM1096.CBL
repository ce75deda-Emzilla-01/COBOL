000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1096.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: ONE-TIME EMPMAST LAYOUT MIGRATION, THE CEXM961
000060       *  PATTERN APPLIED A SECOND TIME. THE REPORTING HIERARCHY
000070       *  WIDENED THE EMPMAST RECORD FROM 34 TO 37 BYTES (SUPERVISOR
000080       *  EMPLOYEE NUMBER AFTER THE TERMINATION DATE), AND THE
000090       *  CLUSTER CEXMEMPJ BUILT STILL HOLDS 34-BYTE RECORDS. RUN
000100       *  INSIDE CEXMSUPJ: THE OLD CLUSTER IS REPROED TO A FLAT
000110       *  UNLOAD (EMPOLD), THIS PROGRAM WIDENS EACH RECORD ONTO
000120       *  EMPNEW WITH NO SUPERVISOR (ASSIGN REAL SUPERVISORS THROUGH
000130       *  CEXM952 S TRANSACTIONS) AND EVERYTHING ELSE UNCHANGED, AND
000140       *  THE JOB REDEFINES THE CLUSTER AT THE NEW LENGTH AND REPROES
000150       *  EMPNEW BACK IN.
000160       * EMPOLD  : JEBA02.EMY.COBOL.EMPOLD37 (34-BYTE UNLOAD)
000170       * EMPNEW  : JEBA02.EMY.COBOL.EMPNEW37 (37-BYTE RELOAD)
000180       * ----------------------------------------------------------------
000190       * PRJ NO    NAME     DATE          MAINT DESC.
000200       * ----------------------------------------------------------------
000210       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000220       ******************************************************************
000230        ENVIRONMENT DIVISION.
000240        INPUT-OUTPUT SECTION.
000250        FILE-CONTROL.
000260            SELECT OLD-EMP-FILE
000270                ASSIGN TO EMPOLD
000280                ORGANIZATION IS SEQUENTIAL
000290                ACCESS MODE IS SEQUENTIAL
000300                FILE STATUS IS WS-OLD-FS.
000310            SELECT NEW-EMP-FILE
000320                ASSIGN TO EMPNEW
000330                ORGANIZATION IS SEQUENTIAL
000340                ACCESS MODE IS SEQUENTIAL
000350                FILE STATUS IS WS-NEW-FS.
000360        DATA DIVISION.
000370        FILE SECTION.
000380        FD  OLD-EMP-FILE.
000390        01  OS-EMP-REC.
000400            05  OS-EMP-NUM                PIC X(03).
000410            05  OS-EMP-NAME               PIC X(20).
000420            05  OS-EMP-DEPT               PIC 9(02).
000430            05  OS-EMP-STATUS             PIC X(01).
000440            05  OS-EMP-TERM-DATE          PIC X(08).
000450        FD  NEW-EMP-FILE.
000460        01  NS-EMP-REC.
000470            05  NS-EMP-NUM                PIC X(03).
000480            05  NS-EMP-NAME               PIC X(20).
000490            05  NS-EMP-DEPT               PIC 9(02).
000500            05  NS-EMP-STATUS             PIC X(01).
000510            05  NS-EMP-TERM-DATE          PIC X(08).
000520            05  NS-EMP-SUPV               PIC X(03).
000530        WORKING-STORAGE SECTION.
000540        01  WS-OLD-FS                     PIC X(02).
000550        01  WS-NEW-FS                     PIC X(02).
000560        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
000570        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
000580        01  WS-MIGRATE-COUNT              PIC 9(06) VALUE 0.
000590        COPY SPGMABNL.
000600        PROCEDURE DIVISION.
000610       ******************************************************************
000620       * MAIN PROGRAM FLOW.
000630       ******************************************************************
000640        00000-MAIN-PARA.
000650            PERFORM 10000-INITIALIZE-PARA.
000660            PERFORM 20000-PROCESS-PARA
000670              UNTIL WS-ERROR-FLAG = "YES"
000680              OR    WS-ENDOFFILE  = "YES".
000690            PERFORM 30000-CLOSE-PARA.
000700            STOP RUN.
000710       ******************************************************************
000720       * OPEN THE OLD UNLOAD FOR READING AND THE NEW ONE FOR OUTPUT.
000730       ******************************************************************
000740        10000-INITIALIZE-PARA.
000750            OPEN INPUT OLD-EMP-FILE.
000760            IF WS-OLD-FS                  IS = "00"
000770               DISPLAY "EMPOLD OPENED SUCCESSFULLY."
000780               OPEN OUTPUT NEW-EMP-FILE
000790               IF WS-NEW-FS               IS = "00"
000800                  DISPLAY "EMPNEW OPENED SUCCESSFULLY."
000810               ELSE
000820                  DISPLAY "EMPNEW ACCESS ERROR."
000830                  MOVE "CEXM1096"          TO LK-PGM-ID
000840                  MOVE "EMPNEW"           TO LK-FILE-ID
000850                  MOVE WS-NEW-FS          TO LK-FILE-STATUS
000860                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
000870                  IF  LK-ABEND-YES
000880                      MOVE 16             TO RETURN-CODE
000890                      MOVE "YES"          TO WS-ERROR-FLAG
000900                  END-IF
000910               END-IF
000920            ELSE
000930               DISPLAY "EMPOLD ACCESS ERROR."
000940               MOVE "CEXM1096"             TO LK-PGM-ID
000950               MOVE "EMPOLD"              TO LK-FILE-ID
000960               MOVE WS-OLD-FS             TO LK-FILE-STATUS
000970               CALL 'SPGMABND'            USING LK-ABEND-PARMS
000980               IF  LK-ABEND-YES
000990                   MOVE 16                TO RETURN-CODE
001000                   MOVE "YES"             TO WS-ERROR-FLAG
001010               END-IF
001020            END-IF.
001030       ******************************************************************
001040       * WIDEN ONE RECORD INTO THE NEW LAYOUT: EVERYONE STARTS WITH
001050       * NO SUPERVISOR; DEPT, STATUS AND TERMINATION DATE CARRY OVER.
001060       ******************************************************************
001070        20000-PROCESS-PARA.
001080            READ OLD-EMP-FILE
001090            AT END
001100                MOVE "YES"                 TO WS-ENDOFFILE
001110            NOT AT END
001120                MOVE SPACES                TO NS-EMP-REC
001130                MOVE OS-EMP-NUM            TO NS-EMP-NUM
001140                MOVE OS-EMP-NAME           TO NS-EMP-NAME
001150                MOVE OS-EMP-DEPT           TO NS-EMP-DEPT
001160                MOVE OS-EMP-STATUS         TO NS-EMP-STATUS
001170                MOVE OS-EMP-TERM-DATE      TO NS-EMP-TERM-DATE
001180                MOVE SPACES                TO NS-EMP-SUPV
001190                WRITE NS-EMP-REC
001200                ADD 1                      TO WS-MIGRATE-COUNT
001210            END-READ.
001220       ******************************************************************
001230       * DISPLAY THE COUNT AND CLOSE THE FILES.
001240       ******************************************************************
001250        30000-CLOSE-PARA.
001260            DISPLAY "EMPLOYEE RECORDS MIGRATED: " WS-MIGRATE-COUNT.
001270            CLOSE OLD-EMP-FILE.
001280            CLOSE NEW-EMP-FILE.
