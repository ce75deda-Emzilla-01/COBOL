000110       *  CRSFILE CATALOG AND THE CAPACITY NUMERIC AND NON-ZERO. A
000120       *  REPLACE KEEPS THE SEATS-USED COUNT CEXM929 MAINTAINS SO A
000130       *  CAPACITY CHANGE DOES NOT LOSE THE ENROLLMENT COUNT.
000132       *  SE-MEET-DAYS MARKS THE WEEKDAYS THE SECTION MEETS, ONE Y/N
000135       *  BYTE PER DAY MONDAY TO SUNDAY (SPGM0906'S DAY-OF-WEEK ORDER);
000137       *  LEFT BLANK THE SECTION MEETS MONDAY TO FRIDAY.
000140       * SCTIN   : JEBA02.EMY.COBOL.SCTIN
000150       * SECTFILE: JEBA02.EMY.COBOL.SECTFILE (INDEXED ON COURSE+SECT)
000160       * CRSFILE : JEBA02.EMY.COBOL.CRSFILE (INDEXED ON COURSE CODE)
000165       * ROOMFILE: JEBA02.EMY.COBOL.ROOMFILE (INDEXED ON ROOM CODE)
000170       * ----------------------------------------------------------------
000180       * PRJ NO    NAME     DATE          MAINT DESC.
000190       * ----------------------------------------------------------------
000220       *                                 AN INSTRUCTOR, VALIDATED
000230       *                                 AGAINST CEXM966'S INSTFILE
000240       *                                 MASTER, FOR CEXM967'S ROSTERS.
000241       * JEBA02    EMY     09/18/2026    EACH SECTION MAY NOW CARRY THE
000243       *                                 ROOM IT MEETS IN, VALIDATED
000245       *                                 AGAINST CEXM1027'S ROOMFILE. A
000246       *                                 BLANK ROOM MEANS NOT YET ROOMED.
000248       * JEBA02    EMY     09/26/2026    SECTIONS NOW CARRY THEIR
000250       *                                 MEETING DAYS (SE-MEET-DAYS) FOR
000251       *                                 CEXM1080 SUBSTITUTE COVERAGE.
000253       * JEBA02    EMY     09/26/2026    ROOMFILE IS OPTIONAL - WITHOUT
000255       *                                 IT ONLY UNROOMED SECTIONS ARE
000256       *                                 ACCEPTED.
000258       ******************************************************************
000260        ENVIRONMENT DIVISION.
000270        INPUT-OUTPUT SECTION.
000280        FILE-CONTROL.
000490                ACCESS MODE IS RANDOM
000500                RECORD KEY IS IN-INSTR-NO
000510                FILE STATUS IS WS-INST-FS.
000511            SELECT ROOM-FILE
000512                ASSIGN TO ROOMFILE
000514                ORGANIZATION IS INDEXED
000515                ACCESS MODE IS RANDOM
000517                RECORD KEY IS RM-ROOM-CODE
000518                FILE STATUS IS WS-ROOM-FS.
000520        DATA DIVISION.
000530        FILE SECTION.
000540        FD  SCT-IN-FILE.
000580            05  SI-SEAT-CAP               PIC 9(03).
000590            05  SI-MEET-SLOT              PIC X(10).
000600            05  SI-INSTR-NO               PIC 9(05).
000605            05  SI-ROOM-CODE              PIC X(06).
000610            05  SI-MEET-DAYS              PIC X(07).
000615            05  FILLER                    PIC X(41).
000620        FD  SECT-FILE.
000630        01  SE-SECT-REC.
000640            05  SE-SECT-KEY.
000680            05  SE-SEATS-USED             PIC 9(03).
000690            05  SE-MEET-SLOT              PIC X(10).
000700            05  SE-INSTR-NO               PIC 9(05).
000705            05  SE-ROOM-CODE              PIC X(06).
000710            05  SE-MEET-DAYS              PIC X(07).
000715            05  FILLER                    PIC X(38).
000720        FD  CRS-FILE.
000730        01  CS-CRS-REC.
000740            05  CS-COURSE-CODE            PIC X(06).
000810            05  IN-INSTR-NAME             PIC X(30).
000820            05  IN-DEPTNO                 PIC 9(02).
000830            05  FILLER                    PIC X(43).
000831        FD  ROOM-FILE.
000832        01  RM-ROOM-REC.
000834            05  RM-ROOM-CODE              PIC X(06).
000835            05  RM-SEAT-CAP               PIC 9(03).
000837            05  RM-BUILDING               PIC X(20).
000838            05  FILLER                    PIC X(51).
000840        WORKING-STORAGE SECTION.
000850        01  WS-SCT-IN-FS                  PIC X(02).
000860        01  WS-SECT-FS                    PIC X(02).
000930        01  WS-INST-FS                    PIC X(02).
000940        01  WS-INSTR-OK-FLAG              PIC X(03).
000950        01  WS-COURSE-OK-FLAG             PIC X(03).
000952        01  WS-ROOM-FS                    PIC X(02).
000955        01  WS-ROOM-OK-FLAG               PIC X(03).
000957        01  WS-ROOM-AVAIL                 PIC X(03) VALUE "YES".
000960        01  WS-REJECT-REASON              PIC X(40).
000970        01  WS-OLD-SEATS-USED             PIC 9(03).
000975        01  WS-DAYS-CHECK                 PIC X(07).
000980        COPY SPGMABNL.
000990        PROCEDURE DIVISION.
001000       ******************************************************************
001480                   MOVE "YES"             TO WS-ERROR-FLAG
001490               END-IF
001500            END-IF.
001501       * NO ROOM MASTER YET SIMPLY MEANS NO SECTION CAN BE ROOMED.
001502            OPEN INPUT ROOM-FILE.
001503            IF WS-ROOM-FS                 = "35"
001504               MOVE "NO"                  TO WS-ROOM-AVAIL
001505            ELSE
001506               IF WS-ROOM-FS              NOT = "00"
001507                  MOVE "NO"               TO WS-ROOM-AVAIL
001508                  DISPLAY "ROOMFILE ACCESS ERROR."
001509                  MOVE "CEXM964"          TO LK-PGM-ID
001510                  MOVE "ROOMFILE"         TO LK-FILE-ID
001511                  MOVE WS-ROOM-FS         TO LK-FILE-STATUS
001512                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
001513                  IF  LK-ABEND-YES
001514                      MOVE 16             TO RETURN-CODE
001515                      MOVE "YES"          TO WS-ERROR-FLAG
001516                  END-IF
001517               END-IF
001518            END-IF.
001519            OPEN I-O SECT-FILE.
001520            IF WS-SECT-FS                 = "35"
001530               OPEN OUTPUT SECT-FILE
001540            END-IF.
001710            AT END
001720                MOVE "YES"                 TO WS-ENDOFFILE
001730            NOT AT END
001732                MOVE SI-MEET-DAYS          TO WS-DAYS-CHECK
001735                INSPECT WS-DAYS-CHECK REPLACING ALL "Y" BY SPACE
001737                                                ALL "N" BY SPACE
001740                EVALUATE TRUE
001750                    WHEN SI-SECT-NO        NOT NUMERIC
001760                        OR SI-SECT-NO      = 0
001840                    WHEN SI-SEAT-CAP       NOT NUMERIC
001850                        OR SI-SEAT-CAP     = 0
001860                        MOVE "SEAT CAPACITY NOT NUMERIC OR ZERO"
001862                                           TO WS-REJECT-REASON
001864                        PERFORM 27000-REJECT-PARA
001866                    WHEN WS-DAYS-CHECK     NOT = SPACES
001868                        MOVE "MEETING DAYS NOT Y/N"
001870                                           TO WS-REJECT-REASON
001880                        PERFORM 27000-REJECT-PARA
001890                    WHEN OTHER
002050            IF  WS-COURSE-OK-FLAG          = "YES"
002060                PERFORM 21500-CHECK-INSTR-PARA
002070                IF  WS-INSTR-OK-FLAG       = "YES"
002072                    PERFORM 21700-CHECK-ROOM-PARA
002074                    IF  WS-ROOM-OK-FLAG    = "YES"
002076                        PERFORM 22000-APPLY-PARA
002078                    ELSE
002081                        MOVE "ROOM NOT ON ROOMFILE"
002083                                           TO WS-REJECT-REASON
002085                        PERFORM 27000-REJECT-PARA
002087                    END-IF
002090                ELSE
002100                    MOVE "INSTR NOT ON INSTFILE"
002110                                           TO WS-REJECT-REASON
002290                    MOVE "YES"             TO WS-INSTR-OK-FLAG
002300            END-READ.
002310       ******************************************************************
002311       * A ROOM, WHEN GIVEN, MUST BE ON CEXM1027'S ROOMFILE MASTER (NO
002312       * ROOM IS, WHEN THERE IS NO ROOMFILE). A BLANK ROOM IS ALLOWED -
002313       * THE SECTION IS NOT YET ROOMED.
002314       ******************************************************************
002315        21700-CHECK-ROOM-PARA.
002316            MOVE "YES"                     TO WS-ROOM-OK-FLAG.
002317            IF  SI-ROOM-CODE               NOT = SPACES
002318                IF  WS-ROOM-AVAIL          = "YES"
002319                    MOVE SI-ROOM-CODE      TO RM-ROOM-CODE
002320                    READ ROOM-FILE
002321                        INVALID KEY
002322                            MOVE "NO"      TO WS-ROOM-OK-FLAG
002323                    END-READ
002324                ELSE
002325                    MOVE "NO"              TO WS-ROOM-OK-FLAG
002326                END-IF
002327            END-IF.
002328       ******************************************************************
002329       * WRITE THE SECTION RECORD, REPLACING ONE ALREADY ON FILE. A
002330       * REPLACE KEEPS THE SEATS-USED COUNT ALREADY ON THE MASTER.
002340       ******************************************************************
002350        22000-APPLY-PARA.
002440                    MOVE 0                 TO SE-SEATS-USED
002450                    MOVE SI-MEET-SLOT      TO SE-MEET-SLOT
002460                    MOVE SI-INSTR-NO       TO SE-INSTR-NO
002463                    MOVE SI-ROOM-CODE      TO SE-ROOM-CODE
002466                    MOVE SI-MEET-DAYS      TO SE-MEET-DAYS
002470                    WRITE SE-SECT-REC
002480                    ADD 1                  TO WS-ADD-COUNT
002490                NOT INVALID KEY
002520                    MOVE WS-OLD-SEATS-USED TO SE-SEATS-USED
002530                    MOVE SI-MEET-SLOT      TO SE-MEET-SLOT
002540                    MOVE SI-INSTR-NO       TO SE-INSTR-NO
002543                    MOVE SI-ROOM-CODE      TO SE-ROOM-CODE
002546                    MOVE SI-MEET-DAYS      TO SE-MEET-DAYS
002550                    REWRITE SE-SECT-REC
002560                    IF WS-SECT-FS          = "00"
002570                        ADD 1              TO WS-REPLACE-COUNT
002850            CLOSE SCT-IN-FILE.
002860            CLOSE CRS-FILE.
002870            CLOSE INST-FILE.
002872            IF  WS-ROOM-AVAIL              = "YES"
002875                CLOSE ROOM-FILE
002877            END-IF.
002880            CLOSE SECT-FILE.
