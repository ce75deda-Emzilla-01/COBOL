000210       *  LOADED INTO A TABLE AT STARTUP, CEXM1002-STYLE. CEXM964'S
000220       *  SECTION CARDS ASSIGN EACH SECTION AN INSTRUCTOR FROM THIS
000230       *  MASTER AND CEXM967 PRINTS THE SECTION ROSTERS.
000232       *  AN INSTRUCTOR ON THE PAYROLL CARRIES THE EMPMAST EMPLOYEE
000234       *  NUMBER (CHECKED THROUGH SPGM0704) SO LEAVE POSTED AGAINST
000236       *  THE EMPLOYEE CAN BE MATCHED TO THE SECTIONS THEY TEACH; A
000238       *  BLANK NUMBER MEANS NOT ON THE PAYROLL.
000240       * INSIN   : JEBA02.EMY.COBOL.INSIN
000250       * INSTFILE: JEBA02.EMY.COBOL.INSTFILE (INDEXED ON INSTR NO)
000260       * DEPTIN  : JEBA02.EMY.COBOL.DEPTIN (DEPARTMENT MASTER)
000265       * EMPMAST : VIA SPGM0704 (INDEXED ON EMP NUMBER)
000270       * ----------------------------------------------------------------
000280       * PRJ NO    NAME     DATE          MAINT DESC.
000290       * ----------------------------------------------------------------
000300       * JEBA02    EMY     09/12/2026    PROGRAM CREATED.
000302       * JEBA02    EMY     09/26/2026    INSTRUCTOR LINKED TO THEIR
000305       *                                 EMPMAST EMPLOYEE NUMBER FOR
000307       *                                 CEXM1080 SUBSTITUTE COVERAGE.
000310       ******************************************************************
000320        ENVIRONMENT DIVISION.
000330        INPUT-OUTPUT SECTION.
000560            05  II-INSTR-NO               PIC 9(05).
000570            05  II-INSTR-NAME             PIC X(30).
000580            05  II-DEPTNO                 PIC 9(02).
000585            05  II-EMP-NUM                PIC X(03).
000592            05  FILLER                    PIC X(39).
000600        FD  INST-FILE.
000610        01  IN-INST-REC.
000620            05  IN-INSTR-NO               PIC 9(05).
000630            05  IN-INSTR-NAME             PIC X(30).
000640            05  IN-DEPTNO                 PIC 9(02).
000645            05  IN-EMP-NUM                PIC X(03).
000652            05  FILLER                    PIC X(40).
000660        FD  DEPT-FILE.
000670        01  FS-DEPT-REC.
000680            02  FS-DEPT-NO                PIC 9(02).
000900                                          INDEXED BY DEPT-IDX.
000910                03  WS-DEPT-NO-T          PIC 9(02).
000920                03  WS-DEPT-NAME-T        PIC X(15).
000925        COPY SPGM0704L.
000930        COPY SPGMABNL.
000940        PROCEDURE DIVISION.
000950       ******************************************************************
002040                MOVE II-INSTR-NO           TO IN-INSTR-NO
002050                MOVE II-INSTR-NAME         TO IN-INSTR-NAME
002060                MOVE II-DEPTNO             TO IN-DEPTNO
002065                MOVE II-EMP-NUM            TO IN-EMP-NUM
002070                WRITE IN-INST-REC
002080                    INVALID KEY
002090                        MOVE "INSTR NO ALREADY ON INSTFILE"
002140                END-WRITE
002150            END-IF.
002160       ******************************************************************
002166       * CHANGE AN EXISTING INSTRUCTOR'S NAME, DEPARTMENT AND EMPLOYEE
002173       * NUMBER.
002180       ******************************************************************
002190        22000-CHANGE-PARA.
002200            PERFORM 24000-EDIT-CARD-PARA.
002280                    NOT INVALID KEY
002290                        MOVE II-INSTR-NAME TO IN-INSTR-NAME
002300                        MOVE II-DEPTNO     TO IN-DEPTNO
002305                        MOVE II-EMP-NUM    TO IN-EMP-NUM
002310                        REWRITE IN-INST-REC
002320                        IF WS-INST-FS      = "00"
002330                            ADD 1          TO WS-CHANGE-COUNT
002560            END-READ.
002570       ******************************************************************
002580       * EDIT AN ADD/CHANGE CARD: THE INSTRUCTOR NUMBER AND DEPARTMENT
002586       * MUST BE NUMERIC AND THE DEPARTMENT ON THE DEPTIN MASTER. AN
002593       * EMPLOYEE NUMBER, WHEN GIVEN, MUST BE ON EMPMAST.
002600       ******************************************************************
002610        24000-EDIT-CARD-PARA.
002620            MOVE "YES"                     TO WS-DEPT-OK-FLAG.
002790                WHEN OTHER
002800                    PERFORM 25000-LOOKUP-DEPT-PARA
002810            END-EVALUATE.
002811            IF  WS-DEPT-OK-FLAG            = "YES"
002813                AND II-EMP-NUM             NOT = SPACES
002814                MOVE II-EMP-NUM            TO LK-EMP-NUM
002816                CALL 'SPGM0704'            USING LK-EMPLOOKUP-PARMS
002817                IF  LK-NOT-FOUND
002819                    MOVE "NO"              TO WS-DEPT-OK-FLAG
002820                    MOVE "EMP NUMBER NOT ON EMPMAST"
002822                                           TO WS-REJECT-REASON
002823                    PERFORM 27000-REJECT-PARA
002825                END-IF
002826            END-IF.
002828       ******************************************************************
002830       * THE DEPARTMENT MUST BE IN THE DEPTIN TABLE, CEXM1002-STYLE.
002840       ******************************************************************
002850        25000-LOOKUP-DEPT-PARA.
