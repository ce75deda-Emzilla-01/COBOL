000340       * PRJ NO    NAME     DATE          MAINT DESC.
000350       * ----------------------------------------------------------------
000360       * JEBA02    EMY     09/13/2026    PROGRAM CREATED.
000363       * JEBA02    EMY     09/26/2026    CARRY THE EVENT POINTS FIELDS
000366       *                                 THROUGH TO CREWOUT.
000370       ******************************************************************
000380        ENVIRONMENT DIVISION.
000390        INPUT-OUTPUT SECTION.
000760            02 FS-SPECIES-I               PIC X(10).
000770            02 FS-PURSE-I                 PIC 9(10).
000780            02 FS-LEVEL-I                 PIC 9(02).
000783            02 FS-EVENT-DATA-I.
000786               03 FS-EXP-POINTS-I         PIC 9(07).
000790               03 FS-SEASON-I             PIC 9(04).
000793               03 FS-SEASON-PTS-I         PIC 9(06).
000796            02 FILLER                     PIC X(11).
000800        FD  CREW-OUT-FILE.
000810        01  NS-CREW-REC                   PIC X(80).
000820        FD  REPORT-FILE.
001040                10  WS-CR-PURSE           PIC 9(10).
001050                10  WS-CR-LEVEL           PIC 9(02).
001060                10  WS-CR-RETIRED         PIC X(01).
001065                10  WS-CR-EVENT-DATA      PIC X(17).
001070        01  WS-CREW-SUB                   PIC 9(04).
001080        01  WS-CREW-HIT                   PIC 9(04).
001090        01  WS-OLD-LEVEL                  PIC 9(02).
002320                        TO WS-CR-PURSE(WS-CREW-COUNT)
002330                    MOVE FS-LEVEL-I
002340                        TO WS-CR-LEVEL(WS-CREW-COUNT)
002343                    MOVE FS-EVENT-DATA-I
002346                        TO WS-CR-EVENT-DATA(WS-CREW-COUNT)
002350                    MOVE "N"
002360                        TO WS-CR-RETIRED(WS-CREW-COUNT)
002370                END-IF
003060                        TO WS-CR-LEVEL(WS-CREW-COUNT)
003070                    MOVE "N"
003080                        TO WS-CR-RETIRED(WS-CREW-COUNT)
003083                    MOVE ZEROS
003086                        TO WS-CR-EVENT-DATA(WS-CREW-COUNT)
003090                    ADD 1                  TO WS-ADD-COUNT
003100                    MOVE "ADDED    "       TO WS-CL-VERB
003110                    MOVE RI-NAME           TO WS-CL-NAME
004010                MOVE WS-CR-SPECIES(WS-CREW-SUB) TO NS-CREW-REC(31:10)
004020                MOVE WS-CR-PURSE(WS-CREW-SUB)   TO NS-CREW-REC(41:10)
004030                MOVE WS-CR-LEVEL(WS-CREW-SUB)   TO NS-CREW-REC(51:2)
004033                MOVE WS-CR-EVENT-DATA(WS-CREW-SUB)
004036                                                TO NS-CREW-REC(53:17)
004040                WRITE NS-CREW-REC
004050            END-IF.
004060       ******************************************************************
