000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. SPGM1004.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: CAMPUS CLOSURE CALENDAR LOOKUP, SHARED THE WAY
000060       *  SPGM0901 IS SO THE ATTENDANCE LOAD (CEXM931), THE ABSENCE
000070       *  WINDOWS (CEXM932) AND THE ADA CLAIM (CEXM988) ALL READ THE
000080       *  SAME CLOSFILE CALENDAR CEXM1081 PROPOSES AND CEXM1082
000090       *  CONFIRMS. ONLY A CONFIRMED CLOSURE (STATUS C) CLOSES THE DAY.
000100       *  NO CLOSFILE YET MEANS NO CLOSURE HAS EVER BEEN CONFIRMED.
000110       * CLOSFILE: JEBA02.EMY.COBOL.CLOSFILE (INDEXED ON CAMPUS+DATE)
000120       * ----------------------------------------------------------------
000130       * PRJ NO    NAME     DATE          MAINT DESC.
000140       * ----------------------------------------------------------------
000150       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000160       ******************************************************************
000170        ENVIRONMENT DIVISION.
000180        INPUT-OUTPUT SECTION.
000190        FILE-CONTROL.
000200            SELECT CLOS-FILE
000210                ASSIGN TO CLOSFILE
000220                ORGANIZATION IS INDEXED
000230                ACCESS MODE IS RANDOM
000240                RECORD KEY IS CL-CLOS-KEY
000250                FILE STATUS IS WS-CLOS-FS.
000260        DATA DIVISION.
000270        FILE SECTION.
000280        FD  CLOS-FILE.
000290        01  CL-CLOS-REC.
000300            05  CL-CLOS-KEY.
000310                10  CL-CAMPUS-CODE      PIC X(02).
000320                10  CL-CLOSE-DATE       PIC 9(08).
000330            05  CL-REASON-CODE          PIC X(02).
000340            05  CL-STATUS               PIC X(01).
000350            05  FILLER                  PIC X(67).
000360        WORKING-STORAGE SECTION.
000370        01  WS-CLOS-FS                  PIC X(02).
000380        LINKAGE SECTION.
000390        COPY SPGM1004L.
000400        PROCEDURE DIVISION USING LK-CLOSURE-PARMS.
000410        00000-MAIN-PARA.
000420            SET LK-CL-OPEN              TO TRUE.
000430            MOVE SPACES                 TO LK-CL-REASON-CODE.
000440            IF  LK-CL-CAMPUS-CODE       = SPACES
000450                MOVE "01"               TO LK-CL-CAMPUS-CODE
000460            END-IF.
000470            OPEN INPUT CLOS-FILE.
000480            EVALUATE WS-CLOS-FS
000490                WHEN "00"
000500                    MOVE LK-CL-CAMPUS-CODE  TO CL-CAMPUS-CODE
000510                    MOVE LK-CL-DATE         TO CL-CLOSE-DATE
000520                    READ CLOS-FILE
000530                        INVALID KEY
000540                            CONTINUE
000550                        NOT INVALID KEY
000560                            IF  CL-STATUS   = "C"
000570                                MOVE CL-REASON-CODE
000580                                            TO LK-CL-REASON-CODE
000590                                SET LK-CL-CLOSED TO TRUE
000600                            END-IF
000610                    END-READ
000620                    CLOSE CLOS-FILE
000630                WHEN "35"
000640                    CONTINUE
000650                WHEN OTHER
000660                    DISPLAY "SPGM1004: CLOSFILE ACCESS ERROR - STATUS "
000670                        WS-CLOS-FS
000680            END-EVALUATE.
000690            GOBACK.
