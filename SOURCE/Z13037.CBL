      *    PROGRAM APPENDS A STEP-COMPLETE RECORD AT END OF RUN AND     00091230
      *    EACH DOWNSTREAM PROGRAM REFUSES TO START UNLESS ITS          00091330
      *    PREDECESSOR COMPLETED IN BALANCE TODAY.  LAYOUT MUST STAY    00091430
      *    IN STEP ACROSS Z13035P1, Z13037P1, Z13032P3, Z13033P1,       00090131
      *    AND Z13051P1, WHICH PRINTS THE NIGHT'S STATUS FROM IT.       00090231
       FD  RUN-CONTROL-FILE                                             00091630
               RECORDING MODE IS F                                      00091730
               DATA RECORD IS RUN-CONTROL-RECORD.                       00091830
           05 RC-OUT-CNT              PIC 9(07).                        00092330
           05 RC-BALANCE-SW           PIC X.                            00092430
           05 RC-COMPLETE-SW          PIC X.                            00092530
      *    "Y" WHEN THE STEP RAN ON AN OVERRIDE CARD RATHER THAN ITS    00090131
      *    PREDECESSOR'S RECORD.  Z13035P1 HEADS THE STREAM, TAKES NO   00090231
      *    OVERRIDE, AND LEAVES IT BLANK.                               00090331
           05 RC-OVERRIDE-SW          PIC X.                            00090431
           05 FILLER                  PIC X(47).                        00090531
      *    OPTIONAL OVERRIDE CARD -- "OVERRIDE" IN THE FIRST EIGHT      00092730
      *    POSITIONS FORCES THE STEP PAST THE RUN-CONTROL CHECK WHEN    00092830
      *    OPERATIONS MEANS TO RUN OUT OF SEQUENCE.                     00092930
               MOVE "N" TO RC-BALANCE-SW                                00369430
           END-IF.                                                      00369530
           MOVE "Y"               TO RC-COMPLETE-SW.                    00369630
           MOVE WS-OVERRIDE-SW    TO RC-OVERRIDE-SW.                    00360131
           WRITE RUN-CONTROL-RECORD.                                    00369730
           CLOSE RUN-CONTROL-FILE.                                      00369830
