000740            05  SE-SEATS-USED             PIC 9(03).
000750            05  SE-MEET-SLOT              PIC X(10).
000760            05  SE-INSTR-NO               PIC 9(05).
000765            05  SE-ROOM-CODE              PIC X(06).
000772            05  FILLER                    PIC X(45).
000780        FD  REG-FILE.
000790        01  RG-REG-REC.
000800            05  RG-REG-KEY.
001540            02 FILLER                     PIC X(55) VALUE SPACES.
001550        01  WS-TRAILER.
001560            02 FILLER                     PIC X(23)
001570                                   VALUE "TOTAL SECTIONS LISTED: ".
001580            02 WS-TR-SECTS                PIC ZZZ,ZZ9.
001590            02 FILLER                     PIC X(11)
001600                                          VALUE "  STUDENTS ".
