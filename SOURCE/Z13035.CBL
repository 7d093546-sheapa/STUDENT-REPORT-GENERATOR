      *    PROGRAM APPENDS A STEP-COMPLETE RECORD AT END OF RUN AND     00073230
      *    EACH DOWNSTREAM PROGRAM REFUSES TO START UNLESS ITS          00073330
      *    PREDECESSOR COMPLETED IN BALANCE TODAY.  LAYOUT MUST STAY    00073430
      *    IN STEP ACROSS Z13035P1, Z13037P1, Z13032P3, Z13033P1,       00070131
      *    AND Z13051P1, WHICH PRINTS THE NIGHT'S STATUS FROM IT.       00070231
       FD  RUN-CONTROL-FILE                                             00073630
               RECORDING MODE IS F                                      00073730
               DATA RECORD IS RUN-CONTROL-RECORD.                       00073830
           05 RC-OUT-CNT              PIC 9(07).                        00074330
           05 RC-BALANCE-SW           PIC X.                            00074430
           05 RC-COMPLETE-SW          PIC X.                            00074530
      *    "Y" WHEN THE STEP RAN ON AN OVERRIDE CARD RATHER THAN ITS    00070131
      *    PREDECESSOR'S RECORD.  Z13035P1 HEADS THE STREAM, TAKES NO   00070231
      *    OVERRIDE, AND LEAVES IT BLANK.                               00070331
           05 RC-OVERRIDE-SW          PIC X.                            00070431
           05 FILLER                  PIC X(47).                        00070531
       WORKING-STORAGE SECTION.                                         00740000
       01 MISC.                                                         00750000
          05 W1-CURRENT-DATE.                                           00760000
