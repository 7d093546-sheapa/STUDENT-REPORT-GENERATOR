               FILE STATUS IS WS-OVERRIDE-FS.                           10933430
           SELECT CATALOG-FILE    ASSIGN TO DDCRSCAT                    10933531
               FILE STATUS IS WS-CATALOG-FS.                            10933631
           SELECT PREREQ-FLAG-FILE ASSIGN TO DDPRQFLG                   10930159
               ORGANIZATION IS INDEXED                                  10930259
               ACCESS MODE IS RANDOM                                    10930359
               RECORD KEY IS PF-USERID                                  10930459
               FILE STATUS IS WS-PRQ-FS.                                10930559
       DATA DIVISION.                                                   00110002
       FILE SECTION.                                                    00120002
       FD  UI-ALL-STUDENTS                                              00130002
           05 AUD-STALE-CNT           PIC 9(05).                        00380128
           05 AUD-WITHDRAW-CNT        PIC 9(05).                        38013032
           05 AUD-INCOMP-CNT          PIC 9(05).                        38013132
      *    PREREQUISITE EXCEPTIONS FOUND BY Z13046P1 ON THIS SAME       38010159
      *    ROSTER, ONE RECORD PER STUDENT KEYED BY USERID -- A STUDENT  38010259
      *    ON FILE IS FLAGGED ON THE CSV EXTRACT.  LAYOUT MUST STAY IN  38010359
      *    STEP WITH PF-FLAG-RECORD IN Z13046P1.                        38010459
       FD  PREREQ-FLAG-FILE                                             38010559
               DATA RECORD IS PF-FLAG-RECORD.                           38010659
       01 PF-FLAG-RECORD.                                               38010759
           05 PF-USERID               PIC X(6).                         38010859
           05 PF-EXCEPT-CNT           PIC 9(03).                        38010959
           05 PF-FIRST-COURSE         PIC X(20).                        38011059
           05 PF-FIRST-PREREQ         PIC X(20).                        38011159
           05 PF-RUN-DATE             PIC X(8).                         38011259
           05 FILLER                  PIC X(23).                        38011359
      *    MAILING ADDRESSES KEYED BY USERID -- MAINTAINED BY THE       00380125
      *    OFFICE, READ HERE TO ADDRESS THE GRADE LETTERS.              00380225
       FD  ADDRESS-FILE                                                 00380325
      *    PROGRAM APPENDS A STEP-COMPLETE RECORD AT END OF RUN AND     38620130
      *    EACH DOWNSTREAM PROGRAM REFUSES TO START UNLESS ITS          38620230
      *    PREDECESSOR COMPLETED IN BALANCE TODAY.  LAYOUT MUST STAY    38620330
      *    IN STEP ACROSS Z13035P1, Z13037P1, Z13032P3, Z13033P1,       38620160
      *    AND Z13051P1, WHICH PRINTS THE NIGHT'S STATUS FROM IT.       38620260
       FD  RUN-CONTROL-FILE                                             38620530
               RECORDING MODE IS F                                      38620630
               DATA RECORD IS RUN-CONTROL-RECORD.                       38620730
           05 RC-OUT-CNT              PIC 9(07).                        38621230
           05 RC-BALANCE-SW           PIC X.                            38621330
           05 RC-COMPLETE-SW          PIC X.                            38621430
      *    "Y" WHEN THE STEP RAN ON AN OVERRIDE CARD RATHER THAN ITS    38620160
      *    PREDECESSOR'S RECORD.  Z13035P1 HEADS THE STREAM, TAKES NO   38620260
      *    OVERRIDE, AND LEAVES IT BLANK.                               38620360
           05 RC-OVERRIDE-SW          PIC X.                            38620460
           05 FILLER                  PIC X(47).                        38620560
      *    OPTIONAL OVERRIDE CARD -- "OVERRIDE" IN THE FIRST EIGHT      38621630
      *    POSITIONS FORCES THE STEP PAST THE RUN-CONTROL CHECK WHEN    38621730
      *    OPERATIONS MEANS TO RUN OUT OF SEQUENCE.                     38621830
      *    CREDIT HOURS, ACTIVE FLAG.  THE EDIT VALIDATES EVERY         38623131
      *    UI-CLASS-NAME AGAINST IT AND THE PER-STUDENT AVERAGES        38623231
      *    WEIGHT EACH CLASS BY ITS CREDIT HOURS.  LAYOUT MUST STAY     38623331
      *    IN STEP ACROSS Z13032P3, Z13033P1, Z13038P1, Z13045P1,       38620161
      *    Z13046P1, AND Z13047P1.                                      38620261
       FD  CATALOG-FILE                                                 38623531
               RECORDING MODE IS F                                      38623631
               DATA RECORD IS CAT-RECORD.                               38623731
           05 CAT-COURSE-NAME         PIC X(20).                        38623931
           05 CAT-CREDIT-HOURS        PIC 9(02).                        38624031
           05 CAT-ACTIVE-FLAG         PIC X.                            38624131
      *    A "P" IN CAT-CARD-TYPE MAKES THE CARD A PREREQUISITE         38620159
      *    CARD -- CAT-COURSE-NAME REQUIRES A PASS IN CAT-PREREQ-NAME,  38620259
      *    ONE CARD PER PREREQUISITE.  COURSE CARDS LEAVE BOTH BLANK.   38620359
           05 CAT-CARD-TYPE           PIC X.                            38620459
              88 CAT-PREREQ-CARD                VALUE "P".              38620559
           05 CAT-PREREQ-NAME         PIC X(20).                        38620659
           05 FILLER                  PIC X(36).                        38620759
       WORKING-STORAGE SECTION.                                         00360002
       01 MISC.                                                         00370002
          05 W1-CURRENT-DATE.                                           00380002
      *    DOES -- A NEW HEADING EVERY 65 LINES, NOT JUST ONCE.         00489325
             10 WS-NOADDR-PAGE-CNT     PIC 9(05).                       00489425
             10 WS-NOADDR-LINE-CNT     PIC 99.                          00489525
          05 PREREQ-FLAG-PARMS.                                         00480159
             10 WS-PRQ-FS              PIC XX     VALUE "00".           00480259
             10 WS-PRQ-AVAIL-SW        PIC X      VALUE "N".            00480359
                88 PREREQ-FLAGS-AVAILABLE         VALUE "Y".            00480459
             10 WS-PRQ-FLAG            PIC X      VALUE "N".            00480559
          05 INTERFACE-PARMS.                                           00489626
             10 WS-INTF-FILE-ID        PIC X(8)   VALUE "Z13032IF".     00489726
             10 WS-INTF-DTL-CNT        PIC 9(07)  VALUE 0.              00489826
                   WS-ADDR-FS " -- ALL STUDENTS TO NO-ADDRESS "         02680325
                   "REPORT"                                             02680425
           END-IF.                                                      02680525
      *    THE PREREQUISITE FLAG FILE IS OPTIONAL TOO -- WITHOUT IT     02680159
      *    EVERY CSV LINE GOES OUT UNFLAGGED.                           02680259
           OPEN INPUT PREREQ-FLAG-FILE.                                 02680359
           IF WS-PRQ-FS = "00"                                          02680459
               MOVE "Y" TO WS-PRQ-AVAIL-SW                              02680559
           ELSE                                                         02680659
               DISPLAY "Z13032P3 - NO PREREQUISITE FLAG FILE, STATUS "  02680759
                   WS-PRQ-FS " -- CSV LINES UNFLAGGED"                  02680859
           END-IF.                                                      02680959
      *    PRIME THE INPUT BUFFER -- SKIPS THE FIRST WS-RESTART-CNT     02679211
      *    RECORDS (ALREADY REPORTED BEFORE THE LAST CHECKPOINT) AND    02679311
      *    LEAVES THE NEXT RECORD TO BE PROCESSED IN THE BUFFER.        02679411
           END-READ.                                                    26846331
           IF CAT-COURSE-NAME = SPACES                                  26846431
               GO TO A-CATALOG-READ-ONE-EXIT.                           26846531
      *    PREREQUISITE CARDS ARE NOT COURSES -- Z13046P1 READS THEM.   26840159
           IF CAT-PREREQ-CARD                                           26840259
               GO TO A-CATALOG-READ-ONE-EXIT.                           26840359
      *    A CATALOG THE TABLE CANNOT HOLD WOULD SILENTLY PASS OR       26846631
      *    FAIL THE WRONG COURSES -- ABORT THE SAME WAY THE OTHER       26846731
      *    TABLE GUARDS DO RATHER THAN EDIT AGAINST HALF A CATALOG.     26846831
                     CSV-EXTRACT-FILE CLASS-HISTORY-FILE                03271812
                     REJECT-RPT-FILE AUDIT-FILE LETTER-FILE             03271829
                     NOADDR-RPT-FILE ADDRESS-FILE                       03271929
                     PREREQ-FLAG-FILE                                   03270159
                     INTERFACE-FILE INCOMP-RPT-FILE                     32721032
                     STALE-RPT-FILE                                     32721132
               STOP RUN.                                                03271910
                     CSV-EXTRACT-FILE CLASS-HISTORY-FILE                03332720
                     REJECT-RPT-FILE AUDIT-FILE LETTER-FILE             03332829
                     NOADDR-RPT-FILE ADDRESS-FILE                       03332929
                     PREREQ-FLAG-FILE                                   03330159
                     INTERFACE-FILE INCOMP-RPT-FILE                     32721032
                     STALE-RPT-FILE                                     32721132
               STOP RUN.                                                03332723
                     CSV-EXTRACT-FILE CLASS-HISTORY-FILE                03337524
                     REJECT-RPT-FILE AUDIT-FILE LETTER-FILE             03337329
                     NOADDR-RPT-FILE ADDRESS-FILE                       03337429
                     PREREQ-FLAG-FILE                                   03330159
                     INTERFACE-FILE INCOMP-RPT-FILE                     32721032
                     STALE-RPT-FILE                                     32721132
               STOP RUN.                                                03337724
                 LETTER-FILE                                            03530625
                 NOADDR-RPT-FILE                                        03530725
                 ADDRESS-FILE                                           03530825
                 PREREQ-FLAG-FILE                                       03530159
                 INTERFACE-FILE                                         03530926
                 STALE-RPT-FILE                                         35311032
                 INCOMP-RPT-FILE.                                       35311132
           MOVE WS-STUDENT-CNT   TO RC-OUT-CNT.                         35384930
           MOVE WS-BALANCE-SW     TO RC-BALANCE-SW.                     35385030
           MOVE "Y"               TO RC-COMPLETE-SW.                    35385130
           MOVE WS-OVERRIDE-SW    TO RC-OVERRIDE-SW.                    35380160
           WRITE RUN-CONTROL-RECORD.                                    35385230
           CLOSE RUN-CONTROL-FILE.                                      35385330
       Z-INTERFACE-HEADER.                                              03538526
      *    CARRYING THE SAME CLASS DATA ALREADY POSTED TO THE PRINTED   03691213
      *    REPORT -- ONE NAME/DATE/PERCENTAGE GROUP PER CLASS, SINCE A  03691313
      *    STUDENT CAN NOW CARRY MORE OR FEWER THAN 3 CLASSES.          03691318
      *    A Y/N PREREQUISITE-EXCEPTION FLAG FROM Z13046P1 FOLLOWS THE  03690159
      *    NAME, AHEAD OF THE CLASS GROUPS.                             03690259
           MOVE "N" TO WS-PRQ-FLAG.                                     03690359
           IF PREREQ-FLAGS-AVAILABLE                                    03690459
               MOVE UI-USERID TO PF-USERID                              03690559
               READ PREREQ-FLAG-FILE                                    03690659
                   INVALID KEY                                          03690759
                       CONTINUE                                         03690859
                   NOT INVALID KEY                                      03690959
                       MOVE "Y" TO WS-PRQ-FLAG                          03691059
               END-READ                                                 03691159
           END-IF.                                                      03691259
           MOVE SPACES TO CSV-LINE-WORK.                                03691413
           MOVE 1 TO WS-CSV-PTR.                                        03691513
           STRING UI-USERID    DELIMITED BY SIZE                        03691613
                  ','           DELIMITED BY SIZE                       03691713
                  UI-FIRST-NAME DELIMITED BY SIZE                       03691813
                  ','           DELIMITED BY SIZE                       03690159
                  WS-PRQ-FLAG   DELIMITED BY SIZE                       03690259
               INTO CSV-LINE-WORK                                       03691913
               WITH POINTER WS-CSV-PTR.                                 03692013
           PERFORM Z-CSV-CLASS THRU Z-CSV-CLASS-EXIT                    03692113
