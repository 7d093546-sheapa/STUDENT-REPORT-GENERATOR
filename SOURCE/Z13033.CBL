      * AVERAGE, AND FAIL/HONOR STANDING UNDER THE STUDENT'S USERID,    00060000
      * ACCUMULATING TERM AFTER TERM.  Z13034P1 PRINTS ONE STUDENT'S    00070000
      * FULL HISTORY BACK OUT OF THE MASTER.                            00080000
      * A TERM ROLLED OFF A FULL RECORD IS KEPT ON THE DDTRMARC TERM    00080136
      * ARCHIVE UNDER THE USERID AND TERM ID, NOT LOST.                 00080236
      * A CLASS IS POSTED ONLY ONCE ITS INSTRUCTOR HAS SIGNED OFF THE   00080139
      * SECTION'S Z13052P1 VERIFICATION SHEET AND THE OFFICE HAS        00080239
      * RECORDED IT ON DDSGNOFF.  AN UNSIGNED SECTION IS HELD BACK AND  00080339
      * LISTED ON THE UNSIGNED-SECTIONS REPORT INSTEAD.                 00080439
       ENVIRONMENT DIVISION.                                            00090000
       INPUT-OUTPUT SECTION.                                            00100000
       FILE-CONTROL.                                                    00110000
               FILE STATUS IS WS-OVERRIDE-FS.                           01930331
           SELECT CATALOG-FILE    ASSIGN TO DDCRSCAT                    01960032
               FILE STATUS IS WS-CATALOG-FS.                            01960132
           SELECT TERM-ARCHIVE    ASSIGN TO DDTRMARC                    01960136
               ORGANIZATION IS INDEXED                                  01960236
               ACCESS MODE IS RANDOM                                    01960336
               RECORD KEY IS TA-KEY                                     01960436
               FILE STATUS IS WS-ARCHIVE-FS.                            01960536
           SELECT SIGNOFF-FILE    ASSIGN TO DDSGNOFF                    01960139
               ORGANIZATION IS INDEXED                                  01960239
               ACCESS MODE IS RANDOM                                    01960339
               RECORD KEY IS SO-KEY                                     01960439
               FILE STATUS IS WS-SIGNOFF-FS.                            01960539
           SELECT UNSIGNED-RPT-FILE ASSIGN TO DDUNSRPT.                 01960639
       DATA DIVISION.                                                   00200000
       FILE SECTION.                                                    00210000
       FD  UI-ALL-STUDENTS                                              00220000
      *    PROGRAM APPENDS A STEP-COMPLETE RECORD AT END OF RUN AND     07240131
      *    EACH DOWNSTREAM PROGRAM REFUSES TO START UNLESS ITS          07240231
      *    PREDECESSOR COMPLETED IN BALANCE TODAY.  LAYOUT MUST STAY    07240331
      *    IN STEP ACROSS Z13035P1, Z13037P1, Z13032P3, Z13033P1,       07240138
      *    AND Z13051P1, WHICH PRINTS THE NIGHT'S STATUS FROM IT.       07240238
       FD  RUN-CONTROL-FILE                                             07240531
               RECORDING MODE IS F                                      07240631
               DATA RECORD IS RUN-CONTROL-RECORD.                       07240731
           05 RC-OUT-CNT              PIC 9(07).                        07241231
           05 RC-BALANCE-SW           PIC X.                            07241331
           05 RC-COMPLETE-SW          PIC X.                            07241431
      *    "Y" WHEN THE STEP RAN ON AN OVERRIDE CARD RATHER THAN ITS    07240138
      *    PREDECESSOR'S RECORD.  Z13035P1 HEADS THE STREAM, TAKES NO   07240238
      *    OVERRIDE, AND LEAVES IT BLANK.                               07240338
           05 RC-OVERRIDE-SW          PIC X.                            07240438
           05 FILLER                  PIC X(47).                        07240538
      *    OPTIONAL OVERRIDE CARD -- "OVERRIDE" IN THE FIRST EIGHT      07241631
      *    POSITIONS FORCES THE STEP PAST THE RUN-CONTROL CHECK WHEN    07241731
      *    OPERATIONS MEANS TO RUN OUT OF SEQUENCE.                     07241831
      *    CREDIT HOURS, ACTIVE FLAG.  THE EDIT VALIDATES EVERY         07280132
      *    UI-CLASS-NAME AGAINST IT AND THE PER-STUDENT AVERAGES        07280232
      *    WEIGHT EACH CLASS BY ITS CREDIT HOURS.  LAYOUT MUST STAY     07280332
      *    IN STEP ACROSS Z13032P3, Z13033P1, Z13038P1, Z13045P1,       07280140
      *    Z13046P1, AND Z13047P1.                                      07280240
       FD  CATALOG-FILE                                                 07280532
               RECORDING MODE IS F                                      07280632
               DATA RECORD IS CAT-RECORD.                               07280732
           05 CAT-COURSE-NAME         PIC X(20).                        07280932
           05 CAT-CREDIT-HOURS        PIC 9(02).                        07281032
           05 CAT-ACTIVE-FLAG         PIC X.                            07281132
      *    A "P" IN CAT-CARD-TYPE MAKES THE CARD A PREREQUISITE         07280137
      *    CARD -- CAT-COURSE-NAME REQUIRES A PASS IN CAT-PREREQ-NAME,  07280237
      *    ONE CARD PER PREREQUISITE.  COURSE CARDS LEAVE BOTH BLANK.   07280337
           05 CAT-CARD-TYPE           PIC X.                            07280437
              88 CAT-PREREQ-CARD                VALUE "P".              07280537
           05 CAT-PREREQ-NAME         PIC X(20).                        07280637
           05 FILLER                  PIC X(36).                        07280737
      *    TERM ARCHIVE -- ONE RECORD PER TERM ROLLED OFF A FULL        07280136
      *    MASTER RECORD, KEYED ON USERID AND TERM ID.  THE TERM        07280236
      *    PORTION IS A BYTE-FOR-BYTE IMAGE OF ONE SM-TERM-ENTRY.       07280336
      *    LAYOUT MUST STAY IN STEP ACROSS Z13033P1, Z13034P1,          07280436
      *    Z13039P1, AND Z13045P1.                                      07280536
       FD  TERM-ARCHIVE                                                 07280636
               DATA RECORDS ARE TA-ARCHIVE-RECORD TA-IMAGE-RECORD.      07280736
       01 TA-ARCHIVE-RECORD.                                            07280836
           05 TA-KEY.                                                   07280936
               10 TA-USERID            PIC X(6).                        07281036
               10 TA-TERM-ID           PIC X(8).                        07281136
           05 TA-TERM-NUM-CLASSES      PIC 9(02).                       07281236
           05 TA-TERM-CLASS-ENTRY OCCURS 10 TIMES                       07281336
                                  INDEXED BY TA-CLASS-IDX.              07281436
               10 TA-CLASS-NAME        PIC X(20).                       07281536
               10 TA-CLASS-GR-DATE     PIC X(8).                        07281636
               10 TA-CLASS-GR-PERC     PIC 9(3).                        07281736
               10 TA-CLASS-GR-MARK REDEFINES TA-CLASS-GR-PERC           07281836
                                       PIC X(3).                        07281936
               10 TA-CLASS-SECTION     PIC X(3).                        07282036
               10 TA-CLASS-INSTR       PIC X(15).                       07282136
           05 TA-TERM-OVERALL-AVG      PIC 9(3).                        07282236
           05 TA-TERM-FAIL-SW          PIC X.                           07282336
           05 TA-TERM-HONOR-SW         PIC X.                           07282436
           05 TA-STUDENT-NAME          PIC X(20).                       07282536
      *    WHEN THE TERM WAS ROLLED OFF -- TERMS LEAVE THE MASTER       07282636
      *    OLDEST FIRST, SO THIS STAMP ORDERS A STUDENT'S ARCHIVE.      07282736
           05 TA-ARCHIVE-DATE          PIC X(8).                        07282836
           05 TA-ARCHIVE-TIME          PIC X(6).                        07282936
      *    THE SAME BYTES AS THE USERID FOLLOWED BY ONE WHOLE TERM      07283036
      *    SLOT, FOR MOVING A SLOT ON OR OFF IN ONE STATEMENT.          07283136
       01 TA-IMAGE-RECORD.                                              07283236
           05 FILLER                   PIC X(6).                        07283336
           05 TA-TERM-IMAGE            PIC X(505).                      07283436
           05 FILLER                   PIC X(34).                       07283536
      *    INSTRUCTOR SIGN-OFF FILE Z13053P1 MAINTAINS -- ONE RECORD    07280139
      *    PER INSTRUCTOR, SECTION, AND TERM.  LAYOUT MUST STAY IN STEP 07280239
      *    WITH SO-SIGNOFF-RECORD IN Z13053P1.  ONLY AN "S" RECORD      07280339
      *    RELEASES THE SECTION FOR POSTING.                            07280439
       FD  SIGNOFF-FILE                                                 07280539
               DATA RECORD IS SO-SIGNOFF-RECORD.                        07280639
       01 SO-SIGNOFF-RECORD.                                            07280739
           05 SO-KEY.                                                   07280839
               10 SO-INSTR             PIC X(15).                       07280939
               10 SO-SECTION           PIC X(3).                        07281039
               10 SO-TERM-ID           PIC X(8).                        07281139
           05 SO-STATUS                PIC X.                           07281239
              88 SO-SIGNED                       VALUE "S".             07281339
           05 SO-SIGN-DATE             PIC 9(8).                        07281439
           05 SO-ACTION-DATE           PIC 9(8).                        07281539
           05 SO-NOTE                  PIC X(30).                       07281639
           05 FILLER                   PIC X(7).                        07281739
      *    SECTIONS HELD BACK THIS RUN FOR WANT OF A SIGN-OFF, ONE      07281839
      *    LINE PER INSTRUCTOR AND SECTION, FOR THE OFFICE TO CHASE.    07281939
       FD  UNSIGNED-RPT-FILE                                            07282039
               RECORDING MODE IS F                                      07282139
               DATA RECORD IS UNSIGNED-REPORT-DETAILS.                  07282239
       01 UNSIGNED-REPORT-DETAILS      PIC X(133).                      07282339
       WORKING-STORAGE SECTION.                                         00710000
       01 MISC.                                                         00720000
          05 W1-CURRENT-DATE.                                           00730000
             10 WS-UPDATE-CNT          PIC 9(05)   VALUE 0.             00840000
             10 WS-REJECT-CNT          PIC 9(05)   VALUE 0.             00850000
             10 WS-GRADE-CHG-CNT       PIC 9(05)   VALUE 0.             00085130
             10 WS-ARCHIVE-CNT         PIC 9(05)   VALUE 0.             00080136
             10 WS-HELD-STU-CNT        PIC 9(05)   VALUE 0.             00080139
             10 WS-HELD-GRADE-CNT      PIC 9(05)   VALUE 0.             00080239
             10 WS-KEPT-GRADE-CNT      PIC 9(05)   VALUE 0.             00080339
             10 WS-SHIFT-IDX           PIC 9(02).                       00860000
          05 REPORT-PARMS.                                              00870000
             10 WS-PASS-PERCENT        PIC 9(03)  VALUE 70.             00880000
             10 WS-MAX-TERMS           PIC 9(02)  VALUE 8.              00910000
             10 WS-SITE-PARM-FS        PIC XX     VALUE "00".           00920000
             10 WS-MASTER-FS           PIC XX     VALUE "00".           00930000
             10 WS-ARCHIVE-FS          PIC XX     VALUE "00".           00930136
             10 WS-TERM                PIC X(8)   VALUE SPACES.         00940000
             10 WS-TERM-SOURCE-SW      PIC X      VALUE "N".            00940140
                88 TERM-FROM-PARM                 VALUE "Y".            00940240
          05 POST-PARMS.                                                00950000
             10 WS-REJECT-SW           PIC X      VALUE "N".            00960000
                88 RECORD-REJECTED                VALUE "Y".            00970000
             10 WS-CAT-SLOT            PIC 9(03).                       11000732
             10 WS-CAT-LOOKUP-NAME     PIC X(20).                       11000832
             10 WS-CLASS-CREDITS       PIC 9(02).                       11000932
          05 SIGNOFF-PARMS.                                             11000139
             10 WS-SIGNOFF-FS          PIC XX     VALUE "00".           11000239
             10 WS-SIGNOFF-AVAIL-SW    PIC X      VALUE "N".            11000339
                88 SIGNOFF-AVAILABLE              VALUE "Y".            11000439
             10 WS-SIGNED-SW           PIC X      VALUE "N".            11000539
                88 SECTION-SIGNED-OFF             VALUE "Y".            11000639
      *    ROSTER CLASSES KEPT FOR POSTING SO FAR, AND HOW MANY OF      11000739
      *    THIS STUDENT'S CLASSES WERE HELD OUTRIGHT.                   11000839
             10 WS-KEEP-SLOT           PIC 9(02).                       11000939
             10 WS-STU-HELD-CNT        PIC 9(02).                       11001039
             10 WS-FILED-SLOT          PIC 9(02).                       11001139
      *    MATCHES THE OCCURS 1 TO 200 TIMES BOUND ON UNS-TAB-ENTRY.    11001239
             10 WS-MAX-UNS-TAB         PIC 9(03)  VALUE 200.            11001339
             10 WS-UNS-SLOT            PIC 9(03).                       11001439
             10 WS-UNS-PAGE-CNT        PIC 9(05)  VALUE 0.              11001539
             10 WS-UNS-LINE-CNT        PIC 99     VALUE 70.             11001639
          05 CLASS-DATE-CONVERSION OCCURS 10 TIMES                      01090000
                                   INDEXED BY WS-CLASS-DATE-IDX.        01100000
             10 W-CLASS-YEAR.                                           01110000
                15 W-CLASS-YY          PIC XX.                          01130000
             10 W-CLASS-MONTH          PIC XX.                          01140000
             10 W-CLASS-DAY            PIC XX.                          01150000
       01 CATALOG-TABLE-AREA.                                           11505032
      *    THE CATALOG AS LOADED AT A-INITIAL TIME -- SEARCHED ONCE     11505132
      *    PER GRADE, SO IT LIVES IN A TABLE, NOT ON THE FILE.          11505232
             10 CAT-TAB-NAME            PIC X(20).                      11505732
             10 CAT-TAB-CREDITS         PIC 9(02).                      11505832
             10 CAT-TAB-ACTIVE-SW       PIC X.                          11505932
       01 UNSIGNED-TABLE-AREA.                                          11500139
      *    ONE ENTRY PER UNSIGNED INSTRUCTOR AND SECTION MET THIS RUN,  11500239
      *    WITH THE FIRST CLASS SEEN UNDER IT -- PRINTED AT END OF RUN. 11500339
          05 UNS-TAB-COUNT           PIC 9(03)  VALUE 0.                11500439
          05 UNS-TAB-ENTRY OCCURS 1 TO 200 TIMES                        11500539
                           DEPENDING ON UNS-TAB-COUNT                   11500639
                           INDEXED BY UNS-TAB-IDX.                      11500739
             10 UNS-TAB-INSTR           PIC X(15).                      11500839
             10 UNS-TAB-SECTION         PIC X(3).                       11500939
             10 UNS-TAB-CLASS           PIC X(20).                      11501039
             10 UNS-TAB-HELD-CNT        PIC 9(05).                      11501139
             10 UNS-TAB-KEPT-CNT        PIC 9(05).                      11501239
      *    IMAGE OF THE TERM SLOT AS IT STOOD BEFORE B-TERM-FILL        00115130
      *    OVERWROTE IT -- LAYOUT MUST STAY IN STEP WITH                00115230
      *    SM-TERM-ENTRY ABOVE.                                         00115330
       01 OLD-TERM-AREA.                                                00115430
           05 OLD-TERM-ID              PIC X(8).                        00115530
           05 OLD-TERM-NUM-CLASSES     PIC 9(02).                       00115630
           05 G4-OLD-PERC              PIC X(3).                        12070034
           05 FILLER                   PIC XX      VALUE SPACES.        00120830
           05 G4-NEW-PERC              PIC X(3).                        12090034
       01 U1-HEADING.                                                   12090139
          05 FILLER                    PIC X       VALUE SPACES.        12090239
          05 FILLER                    PIC X(30)   VALUE                12090339
              'UNSIGNED SECTIONS -- HELD FROM'.                         12090439
          05 FILLER                    PIC X(8)    VALUE                12090539
              ' POSTING'.                                               12090639
          05 FILLER                    PIC X(7)    VALUE SPACES.        12090739
          05 FILLER                    PIC X(9)    VALUE                12090839
              'RUN DATE:'.                                              12090939
          05 U1-CURR-MM                PIC XX.                          12091039
          05 FILLER                    PIC X       VALUE                12091139
              '/'.                                                      12091239
          05 U1-CURR-DD                PIC XX.                          12091339
          05 FILLER                    PIC X       VALUE                12091439
              '/'.                                                      12091539
          05 U1-CURR-YY                PIC XX.                          12091639
       01 U2-HEADING.                                                   12091739
          05 FILLER                    PIC X(53)   VALUE SPACES.        12091839
          05 FILLER                    PIC X(5)    VALUE                12091939
              'PAGE:'.                                                  12092039
          05 U2-PAGE-NUM               PIC 9(05).                       12092139
       01 U3-HEADING.                                                   12092239
          05 FILLER                    PIC X(2)    VALUE SPACES.        12092339
          05 FILLER                    PIC X(10)   VALUE 'INSTRUCTOR'.  12092439
          05 FILLER                    PIC X(6)    VALUE SPACES.        12092539
          05 FILLER                    PIC X(4)    VALUE 'SECT'.        12092639
          05 FILLER                    PIC X(1)    VALUE SPACES.        12092739
          05 FILLER                    PIC X(4)    VALUE 'TERM'.        12092839
          05 FILLER                    PIC X(5)    VALUE SPACES.        12092939
          05 FILLER                    PIC X(5)    VALUE 'CLASS'.       12093039
          05 FILLER                    PIC X(17)   VALUE SPACES.        12093139
          05 FILLER                    PIC X(4)    VALUE 'HELD'.        12093239
          05 FILLER                    PIC X(1)    VALUE SPACES.        12093339
          05 FILLER                    PIC X(8)    VALUE 'AS FILED'.    12093439
       01 U4-UNSIGNED-LINE.                                             12093539
           05 FILLER                   PIC XX      VALUE SPACES.        12093639
           05 U4-INSTR                 PIC X(15).                       12093739
           05 FILLER                   PIC X       VALUE SPACES.        12093839
           05 U4-SECTION               PIC X(3).                        12093939
           05 FILLER                   PIC XX      VALUE SPACES.        12094039
           05 U4-TERM-ID               PIC X(8).                        12094139
           05 FILLER                   PIC X       VALUE SPACES.        12094239
           05 U4-CLASS-NAME            PIC X(20).                       12094339
           05 FILLER                   PIC XX      VALUE SPACES.        12094439
           05 U4-HELD-CNT              PIC ZZZZ9.                       12094539
           05 FILLER                   PIC XXXX    VALUE SPACES.        12094639
           05 U4-KEPT-CNT              PIC ZZZZ9.                       12094739
       01 U5-NO-SIGNOFF-LINE.                                           12094839
           05 FILLER                   PIC XX      VALUE SPACES.        12094939
           05 FILLER                   PIC X(37)   VALUE                12095039
               'NO SIGN-OFF FILE -- ALL SECTIONS WERE'.                 12095139
           05 FILLER                   PIC X(33)   VALUE                12095239
               ' POSTED WITHOUT THE SIGN-OFF TEST'.                     12095339
       01 T1-TOTAL-LINE.                                                12095439
           05 FILLER                   PIC XX      VALUE SPACES.        12095539
           05 T1-TOTAL-TEXT            PIC X(34).                       12095639
           05 FILLER                   PIC X       VALUE SPACES.        12095739
           05 T1-TOTAL-CNT             PIC ZZZZZZ9.                     12095839
       PROCEDURE DIVISION.                                              01160000
       MAIN-CONTROL.                                                    01170000
           PERFORM A-INITIAL.                                           01180000
           MOVE W1-CURR-MONTH         TO G1-CURR-MM.                    00122330
           MOVE W1-CURR-DAY           TO G1-CURR-DD.                    00122430
           MOVE W1-CURR-YY            TO G1-CURR-YY.                    00122530
           MOVE W1-CURR-MONTH         TO U1-CURR-MM.                    00120139
           MOVE W1-CURR-DAY           TO U1-CURR-DD.                    00120239
           MOVE W1-CURR-YY            TO U1-CURR-YY.                    00120339
           PERFORM A-PARM-READ.                                         01230000
           PERFORM A-RUNCTL-CHECK THRU A-RUNCTL-CHECK-EXIT.             12310031
           PERFORM A-CATALOG-LOAD THRU A-CATALOG-LOAD-EXIT.             12320032
      *    A RUN WITHOUT A TERM ON THE PARM CARD STILL HAS TO FILE THE  01240000
      *    RESULTS UNDER SOME TERM ID -- FALL BACK TO THE RUN DATE SO   01250000
      *    THE HISTORY SLOT IS AT LEAST UNIQUE PER RUN DAY.             01260000
      *    A SITE THAT RECORDS SIGN-OFFS CANNOT TAKE THE FALLBACK --    01260140
      *    SEE A-SIGNOFF-OPEN.                                          01260240
           IF WS-TERM = SPACES                                          01270000
               STRING W1-CURR-MONTH DELIMITED BY SIZE                   01280000
                      '/'           DELIMITED BY SIZE                   01290000
           END-IF.                                                      01340000
           OPEN INPUT UI-ALL-STUDENTS.                                  01350000
           PERFORM A-MASTER-OPEN.                                       01360000
           PERFORM A-ARCHIVE-OPEN.                                      01360136
           PERFORM A-SIGNOFF-OPEN.                                      01360139
      *    THE JOURNAL IS ALWAYS APPENDED -- EVERY RUN'S CHANGES        00136130
      *    STACK UP BEHIND THE EARLIER ONES.  THE PRINTED COPY IS       00136230
      *    FRESH PER RUN FOR THE OFFICE TO COUNTERSIGN.                 00136330
           OPEN EXTEND GRADE-JRNL-FILE.                                 00136430
           OPEN OUTPUT GRADE-RPT-FILE.                                  00136530
           OPEN OUTPUT UNSIGNED-RPT-FILE.                               00130139
           READ UI-ALL-STUDENTS                                         01370000
               AT END                                                   01380000
                   MOVE "Y" TO WS-REC-EOF                               01390000
               END-READ                                                 01510000
               IF PARM-TERM NOT = SPACES                                01520000
                   MOVE PARM-TERM TO WS-TERM                            01530000
                   MOVE "Y" TO WS-TERM-SOURCE-SW                        01530140
               END-IF                                                   01540000
               IF PARM-PASS-PERCENT NUMERIC                             01550000
                       AND PARM-PASS-PERCENT > 0                        01560000
               MOVE 16 TO RETURN-CODE                                   01730000
               STOP RUN                                                 01740000
           END-IF.                                                      01750000
      *    THE TERM ARCHIVE IS CREATED ON FIRST USE THE SAME WAY AS     01750136
      *    THE MASTER -- A SITE WHOSE STUDENTS HAVE NEVER FILLED ALL    01750236
      *    EIGHT SLOTS SIMPLY HAS AN EMPTY ONE.                         01750336
       A-ARCHIVE-OPEN.                                                  01750436
           OPEN I-O TERM-ARCHIVE.                                       01750536
           IF WS-ARCHIVE-FS = "35"                                      01750636
               OPEN OUTPUT TERM-ARCHIVE                                 01750736
               CLOSE TERM-ARCHIVE                                       01750836
               OPEN I-O TERM-ARCHIVE                                    01750936
           END-IF.                                                      01751036
           IF WS-ARCHIVE-FS NOT = "00"                                  01751136
               DISPLAY "Z13033P1 - TERM ARCHIVE OPEN FAILED, "          01751236
                   "STATUS " WS-ARCHIVE-FS                              01751336
               MOVE 16 TO RETURN-CODE                                   01751436
               STOP RUN                                                 01751536
           END-IF.                                                      01751636
      *    THE SIGN-OFF FILE IS READ ONLY -- Z13053P1 CREATES AND       01750139
      *    MAINTAINS IT.  A SITE THAT HAS NOT YET STARTED RECORDING     01750239
      *    SIGN-OFFS HAS NO FILE, AND ITS TERMS POST AS BEFORE RATHER   01750339
      *    THAN HOLDING EVERY SECTION; THE UNSIGNED-SECTIONS REPORT     01750439
      *    SAYS SO.                                                     01750539
      *    SIGN-OFFS ARE RECORDED UNDER THE TERM ON THE VERIFICATION    01750140
      *    SHEET, SO A RUN-DATE TERM COULD NEVER MATCH ONE AND EVERY    01750240
      *    SECTION WOULD BE HELD -- WITH THE FILE PRESENT THE TERM MUST 01750340
      *    COME FROM THE PARM CARD OR THE RUN IS REFUSED.               01750440
       A-SIGNOFF-OPEN.                                                  01750639
           OPEN INPUT SIGNOFF-FILE.                                     01750739
           IF WS-SIGNOFF-FS = "00"                                      01750839
               MOVE "Y" TO WS-SIGNOFF-AVAIL-SW                          01750939
               IF NOT TERM-FROM-PARM                                    01750140
                   DISPLAY "Z13033P1 - SIGN-OFF FILE PRESENT BUT NO "   01750240
                       "TERM ON THE PARM CARD"                          01750340
                   DISPLAY "Z13033P1 - RUN REFUSED, SUPPLY THE TERM "   01750440
                       "THE SHEETS WERE PRINTED UNDER"                  01750540
                   MOVE 8 TO RETURN-CODE                                01750640
                   STOP RUN                                             01750740
               END-IF                                                   01750840
           ELSE                                                         01751039
               DISPLAY "Z13033P1 - NO SIGN-OFF FILE, STATUS "           01751139
                   WS-SIGNOFF-FS " -- SECTIONS POSTED WITHOUT "         01751239
                   "SIGN-OFF TEST"                                      01751339
           END-IF.                                                      01751439
      *    ENFORCE THE NIGHTLY SEQUENCE -- REFUSE TO RUN UNLESS         17600031
      *    Z13032P3 LEFT A STEP-COMPLETE, IN-BALANCE RUN-CONTROL        17600131
      *    RECORD FOR TODAY.  AN OVERRIDE CARD FORCES THE STEP WHEN     17600231
           END-READ.                                                    17552332
           IF CAT-COURSE-NAME = SPACES                                  17552432
               GO TO A-CATALOG-READ-ONE-EXIT.                           17552532
      *    PREREQUISITE CARDS ARE NOT COURSES -- Z13046P1 READS THEM.   17550137
           IF CAT-PREREQ-CARD                                           17550237
               GO TO A-CATALOG-READ-ONE-EXIT.                           17550337
      *    A CATALOG THE TABLE CANNOT HOLD WOULD SILENTLY PASS OR       17552632
      *    FAIL THE WRONG COURSES -- ABORT THE SAME WAY THE OTHER       17552732
      *    TABLE GUARDS DO RATHER THAN EDIT AGAINST HALF A CATALOG.     17552832
       B-CLASS-CREDITS-EXIT.                                            22852432
           EXIT.                                                        22852532
       B-POST-MASTER.                                                   02290000
           MOVE "N" TO WS-FOUND-SW.                                     02310000
           MOVE UI-USERID TO SM-USERID.                                 02320000
           READ STUDENT-MASTER                                          02330000
               NOT INVALID KEY                                          02360000
                   MOVE "Y" TO WS-FOUND-SW                              02370000
           END-READ.                                                    02380000
      *    UNSIGNED SECTIONS COME OFF THE RECORD BEFORE ANYTHING IS     02300139
      *    AVERAGED OR FILED.  A STUDENT WHOSE EVERY CLASS WAS HELD IS  02300239
      *    NOT POSTED AT ALL THIS RUN.                                  02300339
           MOVE 0 TO WS-STU-HELD-CNT.                                   02300439
           IF SIGNOFF-AVAILABLE                                         02300539
               PERFORM B-SIGNOFF-CHECK.                                 02300639
           IF UI-NUM-CLASSES = 0 AND WS-STU-HELD-CNT > 0                02300739
               ADD 1 TO WS-HELD-STU-CNT                                 02300839
           ELSE                                                         02300939
               PERFORM B-TERM-GRADE-CALC                                02301039
               IF MASTER-FOUND                                          02301139
                   PERFORM B-MASTER-UPDATE                              02301239
               ELSE                                                     02301339
                   PERFORM B-MASTER-ADD                                 02301439
               END-IF                                                   02301539
               ADD 1 TO WS-POST-CNT                                     02301639
           END-IF.                                                      02301739
      *    KEEP ONLY THE ROSTER CLASSES WHOSE INSTRUCTOR AND SECTION    02301839
      *    ARE SIGNED OFF FOR THE TERM, CLOSING UP THE SLOTS.  A HELD   02301939
      *    CLASS THE MASTER ALREADY CARRIES FOR THIS TERM -- A RE-POST  02302039
      *    AFTER A SIGN-OFF WAS WITHDRAWN -- KEEPS ITS FILED ENTRY AS   02302139
      *    IT STANDS, SO REWRITING THE TERM SLOT NEITHER DROPS THE      02302239
      *    CLASS NOR POSTS THE UNCHECKED GRADE OVER IT.                 02302339
       B-SIGNOFF-CHECK.                                                 02302439
           MOVE 0 TO WS-KEEP-SLOT.                                      02302539
           MOVE 0 TO WS-TERM-SLOT.                                      02302639
           IF MASTER-FOUND                                              02302739
               PERFORM B-TERM-SLOT-ONE THRU B-TERM-SLOT-ONE-EXIT        02302839
                   VARYING SM-TERM-IDX FROM 1 BY 1                      02302939
                   UNTIL SM-TERM-IDX > SM-TERM-COUNT                    02303039
                       OR WS-TERM-SLOT > 0                              02303139
           END-IF.                                                      02303239
           PERFORM B-SIGNOFF-CHECK-ONE THRU B-SIGNOFF-CHECK-ONE-EXIT    02303339
               VARYING UI-CLASS-IDX FROM 1 BY 1                         02303439
               UNTIL UI-CLASS-IDX > UI-NUM-CLASSES.                     02303539
           MOVE WS-KEEP-SLOT TO UI-NUM-CLASSES.                         02303639
       B-SIGNOFF-CHECK-ONE.                                             02303739
           MOVE "N" TO WS-SIGNED-SW.                                    02303839
           MOVE UI-CLASS-INSTR (UI-CLASS-IDX)   TO SO-INSTR.            02303939
           MOVE UI-CLASS-SECTION (UI-CLASS-IDX) TO SO-SECTION.          02304039
           MOVE WS-TERM                         TO SO-TERM-ID.          02304139
           READ SIGNOFF-FILE                                            02304239
               INVALID KEY                                              02304339
                   CONTINUE                                             02304439
               NOT INVALID KEY                                          02304539
                   IF SO-SIGNED                                         02304639
                       MOVE "Y" TO WS-SIGNED-SW                         02304739
                   END-IF                                               02304839
           END-READ.                                                    02304939
           IF SECTION-SIGNED-OFF                                        02305039
               ADD 1 TO WS-KEEP-SLOT                                    02305139
               IF WS-KEEP-SLOT NOT = UI-CLASS-IDX                       02305239
                   MOVE UI-CLASS-ENTRY (UI-CLASS-IDX)                   02305339
                       TO UI-CLASS-ENTRY (WS-KEEP-SLOT)                 02305439
               END-IF                                                   02305539
               GO TO B-SIGNOFF-CHECK-ONE-EXIT.                          02305639
           PERFORM B-UNSIGNED-TALLY THRU B-UNSIGNED-TALLY-EXIT.         02305739
           MOVE 0 TO WS-FILED-SLOT.                                     02305839
           IF WS-TERM-SLOT > 0                                          02305939
               PERFORM B-SIGNOFF-FILED-FIND.                            02306039
           IF WS-FILED-SLOT = 0                                         02306139
               ADD 1 TO WS-HELD-GRADE-CNT                               02306239
               ADD 1 TO WS-STU-HELD-CNT                                 02306339
               ADD 1 TO UNS-TAB-HELD-CNT (WS-UNS-SLOT)                  02306439
               GO TO B-SIGNOFF-CHECK-ONE-EXIT.                          02306539
           ADD 1 TO WS-KEPT-GRADE-CNT.                                  02306639
           ADD 1 TO UNS-TAB-KEPT-CNT (WS-UNS-SLOT).                     02306739
           ADD 1 TO WS-KEEP-SLOT.                                       02306839
           SET SM-TERM-IDX  TO WS-TERM-SLOT.                            02306939
           SET SM-CLASS-IDX TO WS-FILED-SLOT.                           02307039
           MOVE SM-TERM-CLASS-ENTRY (SM-TERM-IDX SM-CLASS-IDX)          02307139
               TO UI-CLASS-ENTRY (WS-KEEP-SLOT).                        02307239
       B-SIGNOFF-CHECK-ONE-EXIT.                                        02307339
           EXIT.                                                        02307439
      *    THE SLOT OF THE HELD CLASS IN THE TERM AS ALREADY FILED, OR  02307539
      *    ZERO WHEN THE MASTER DOES NOT CARRY IT.                      02307639
       B-SIGNOFF-FILED-FIND.                                            02307739
           SET SM-TERM-IDX TO WS-TERM-SLOT.                             02307839
           PERFORM B-SIGNOFF-FILED-ONE THRU B-SIGNOFF-FILED-ONE-EXIT    02307939
               VARYING SM-CLASS-IDX FROM 1 BY 1                         02308039
               UNTIL SM-CLASS-IDX > SM-TERM-NUM-CLASSES (SM-TERM-IDX)   02308139
                   OR WS-FILED-SLOT > 0.                                02308239
       B-SIGNOFF-FILED-ONE.                                             02308339
           IF SM-CLASS-NAME (SM-TERM-IDX SM-CLASS-IDX)                  02308439
                   = UI-CLASS-NAME (UI-CLASS-IDX)                       02308539
               SET WS-FILED-SLOT TO SM-CLASS-IDX.                       02308639
       B-SIGNOFF-FILED-ONE-EXIT.                                        02308739
           EXIT.                                                        02308839
      *    FIND OR ADD THE UNSIGNED-SECTIONS ENTRY FOR THE HELD CLASS'S 02308939
      *    INSTRUCTOR AND SECTION -- WS-UNS-SLOT COMES BACK POINTING AT 02309039
      *    IT.                                                          02309139
       B-UNSIGNED-TALLY.                                                02309239
           MOVE 0 TO WS-UNS-SLOT.                                       02309339
           IF UNS-TAB-COUNT > 0                                         02309439
               SET UNS-TAB-IDX TO 1                                     02309539
               SEARCH UNS-TAB-ENTRY                                     02309639
                   AT END                                               02309739
                       CONTINUE                                         02309839
                   WHEN UNS-TAB-INSTR (UNS-TAB-IDX)                     02309939
                           = UI-CLASS-INSTR (UI-CLASS-IDX)              02310039
                       AND UNS-TAB-SECTION (UNS-TAB-IDX)                02310139
                           = UI-CLASS-SECTION (UI-CLASS-IDX)            02310239
                       SET WS-UNS-SLOT TO UNS-TAB-IDX                   02310339
               END-SEARCH                                               02310439
           END-IF.                                                      02310539
           IF WS-UNS-SLOT > 0                                           02310639
               GO TO B-UNSIGNED-TALLY-EXIT.                             02310739
           IF UNS-TAB-COUNT >= WS-MAX-UNS-TAB                           02310839
               DISPLAY "Z13033P1 - UNSIGNED SECTIONS EXCEED CAPACITY "  02310939
                   "OF " WS-MAX-UNS-TAB                                 02311039
               DISPLAY "Z13033P1 - RUN TERMINATED -- RAISE UNS-"        02311139
                   "TAB-ENTRY OCCURS MAX AND RECOMPILE"                 02311239
               MOVE 16 TO RETURN-CODE                                   02311339
               STOP RUN.                                                02311439
           ADD 1 TO UNS-TAB-COUNT.                                      02311539
           MOVE UNS-TAB-COUNT TO WS-UNS-SLOT.                           02311639
           MOVE UI-CLASS-INSTR (UI-CLASS-IDX)                           02311739
               TO UNS-TAB-INSTR (WS-UNS-SLOT).                          02311839
           MOVE UI-CLASS-SECTION (UI-CLASS-IDX)                         02311939
               TO UNS-TAB-SECTION (WS-UNS-SLOT).                        02312039
           MOVE UI-CLASS-NAME (UI-CLASS-IDX)                            02312139
               TO UNS-TAB-CLASS (WS-UNS-SLOT).                          02312239
           MOVE 0 TO UNS-TAB-HELD-CNT (WS-UNS-SLOT).                    02312339
           MOVE 0 TO UNS-TAB-KEPT-CNT (WS-UNS-SLOT).                    02312439
       B-UNSIGNED-TALLY-EXIT.                                           02312539
           EXIT.                                                        02312639
      *    SAME FAIL AND HONOR RULES THE TERM REPORTS USE -- FAILING    02450000
      *    MEANS ANY CLASS BELOW THE PASSING CUTOFF, HONOR MEANS EVERY  02460000
      *    CLASS AT 90 OR ABOVE.                                        02470000
           EXIT.                                                        03210000
      *    MASTER IS FULL -- DROP THE OLDEST TERM (SLOT 1) AND SLIDE    03220000
      *    THE REST DOWN SO THE LAST SLOT OPENS UP FOR THIS TERM.       03230000
      *    THE DROPPED TERM GOES TO THE TERM ARCHIVE FIRST.             03230136
       B-TERM-SHIFT-OLDEST.                                             03240000
           PERFORM B-TERM-ARCHIVE.                                      03240136
           PERFORM B-TERM-SHIFT-ONE THRU B-TERM-SHIFT-ONE-EXIT          03250000
               VARYING WS-SHIFT-IDX FROM 1 BY 1                         03260000
               UNTIL WS-SHIFT-IDX >= WS-MAX-TERMS.                      03270000
               TO SM-TERM-ENTRY (WS-SHIFT-IDX).                         03300000
       B-TERM-SHIFT-ONE-EXIT.                                           03310000
           EXIT.                                                        03320000
      *    FILE SLOT 1 ON THE TERM ARCHIVE UNDER USERID AND TERM ID.    03320136
      *    A TERM ALREADY ARCHIVED UNDER THE SAME KEY -- A RESTORED     03320236
      *    MASTER POSTED AGAIN -- IS REPLACED, NOT DUPLICATED.          03320336
       B-TERM-ARCHIVE.                                                  03320436
           MOVE SPACES              TO TA-ARCHIVE-RECORD.               03320536
           MOVE SM-USERID           TO TA-USERID.                       03320636
           MOVE SM-TERM-ENTRY (1)   TO TA-TERM-IMAGE.                   03320736
           MOVE SM-STUDENT-NAME     TO TA-STUDENT-NAME.                 03320836
           MOVE W1-CURRENT-DATE     TO TA-ARCHIVE-DATE.                 03320936
           MOVE W1-CURRENT-TIME     TO TA-ARCHIVE-TIME.                 03321036
           WRITE TA-ARCHIVE-RECORD                                      03321136
               INVALID KEY                                              03321236
                   REWRITE TA-ARCHIVE-RECORD                            03321336
                       INVALID KEY                                      03321436
                           DISPLAY "Z13033P1 - TERM ARCHIVE WRITE "     03321536
                               "FAILED FOR " TA-USERID " " TA-TERM-ID   03321636
                               " STATUS " WS-ARCHIVE-FS                 03321736
                           MOVE 16 TO RETURN-CODE                       03321836
                           STOP RUN                                     03321936
                   END-REWRITE                                          03322036
           END-WRITE.                                                   03322136
           ADD 1 TO WS-ARCHIVE-CNT.                                     03322236
       B-TERM-FILL.                                                     03330000
           MOVE WS-TERM          TO SM-TERM-ID (SM-TERM-IDX).           03340000
           MOVE UI-NUM-CLASSES   TO SM-TERM-NUM-CLASSES (SM-TERM-IDX).  03350000
                   MOVE WS-PERC-EDIT TO WS-PERC-DISP                    35853334
           END-EVALUATE.                                                35853434
       C-END.                                                           03520000
           PERFORM Z-UNSIGNED-REPORT.                                   03520139
           CLOSE UI-ALL-STUDENTS STUDENT-MASTER                         00353030
                 GRADE-JRNL-FILE GRADE-RPT-FILE                         00350136
                 TERM-ARCHIVE UNSIGNED-RPT-FILE.                        00350139
           IF SIGNOFF-AVAILABLE                                         00350239
               CLOSE SIGNOFF-FILE.                                      00350339
           PERFORM Z-RUNCTL-WRITE.                                      35350031
           DISPLAY "Z13033P1 - ROSTER RECORDS READ:    " WS-READ-CNT.   03540000
           DISPLAY "Z13033P1 - STUDENTS POSTED:        " WS-POST-CNT.   03550000
           DISPLAY "Z13033P1 - RECORDS REJECTED:       " WS-REJECT-CNT. 03580000
           DISPLAY "Z13033P1 - GRADE CHANGES JOURNALED: "               00358130
               WS-GRADE-CHG-CNT.                                        00358230
           DISPLAY "Z13033P1 - TERMS ARCHIVED:         " WS-ARCHIVE-CNT.00350136
           DISPLAY "Z13033P1 - STUDENTS HELD:         " WS-HELD-STU-CNT.00350139
           DISPLAY "Z13033P1 - CLASS GRADES HELD:     "                 00350239
               WS-HELD-GRADE-CNT.                                       00350339
           DISPLAY "Z13033P1 - UNSIGNED SECTIONS:      " UNS-TAB-COUNT. 00350439
           STOP RUN.                                                    03590000
      *    LEAVE THIS STEP'S RUN-CONTROL RECORD FOR THE DOWNSTREAM      36000031
      *    PROGRAM -- ALWAYS APPENDED, SO RERUNS EACH LEAVE THEIR       36000131
           MOVE W1-CURRENT-DATE   TO RC-RUN-DATE.                       36000731
           MOVE WS-READ-CNT       TO RC-IN-CNT.                         36000831
           MOVE WS-POST-CNT      TO RC-OUT-CNT.                         36000931
      *    A STUDENT HELD WHOLE FOR WANT OF SIGN-OFFS IS ACCOUNTED      36000139
      *    FOR, NOT LOST -- IT BALANCES LIKE A REJECT.                  36000239
           IF WS-POST-CNT + WS-REJECT-CNT + WS-HELD-STU-CNT             36000339
                   = WS-READ-CNT                                        36000439
               MOVE "Y" TO RC-BALANCE-SW                                36001131
           ELSE                                                         36001231
               MOVE "N" TO RC-BALANCE-SW                                36001331
           END-IF.                                                      36001431
           MOVE "Y"               TO RC-COMPLETE-SW.                    36001531
           MOVE WS-OVERRIDE-SW    TO RC-OVERRIDE-SW.                    36000138
           WRITE RUN-CONTROL-RECORD.                                    36001631
           CLOSE RUN-CONTROL-FILE.                                      36001731
      *    UNSIGNED-SECTIONS REPORT -- ONE LINE PER INSTRUCTOR AND      36000139
      *    SECTION HELD THIS RUN, WITH THE CLASS GRADES HELD BACK AND   36000239
      *    THE ONES LEFT AS ALREADY FILED.  PRINTED EVERY RUN, EVEN     36000339
      *    WHEN NOTHING WAS HELD, SO THE OFFICE SEES THE TEST WAS MADE. 36000439
       Z-UNSIGNED-REPORT.                                               36000539
           PERFORM Z-UNSIGNED-HEADINGS.                                 36000639
           IF NOT SIGNOFF-AVAILABLE                                     36000739
               WRITE UNSIGNED-REPORT-DETAILS FROM U5-NO-SIGNOFF-LINE    36000839
               ADD 1 TO WS-UNS-LINE-CNT.                                36000939
           PERFORM Z-UNSIGNED-LINE THRU Z-UNSIGNED-LINE-EXIT            36001039
               VARYING WS-UNS-SLOT FROM 1 BY 1                          36001139
               UNTIL WS-UNS-SLOT > UNS-TAB-COUNT.                       36001239
           IF WS-UNS-LINE-CNT > 58                                      36001339
               PERFORM Z-UNSIGNED-HEADINGS.                             36001439
           MOVE "SECTIONS UNSIGNED"          TO T1-TOTAL-TEXT.          36001539
           MOVE UNS-TAB-COUNT                TO T1-TOTAL-CNT.           36001639
           WRITE UNSIGNED-REPORT-DETAILS FROM T1-TOTAL-LINE             36001739
               AFTER ADVANCING 2 LINES.                                 36001839
           MOVE "CLASS GRADES HELD"          TO T1-TOTAL-TEXT.          36001939
           MOVE WS-HELD-GRADE-CNT            TO T1-TOTAL-CNT.           36002039
           WRITE UNSIGNED-REPORT-DETAILS FROM T1-TOTAL-LINE.            36002139
           MOVE "CLASS GRADES LEFT AS FILED" TO T1-TOTAL-TEXT.          36002239
           MOVE WS-KEPT-GRADE-CNT            TO T1-TOTAL-CNT.           36002339
           WRITE UNSIGNED-REPORT-DETAILS FROM T1-TOTAL-LINE.            36002439
           MOVE "STUDENTS HELD ENTIRELY"     TO T1-TOTAL-TEXT.          36002539
           MOVE WS-HELD-STU-CNT              TO T1-TOTAL-CNT.           36002639
           WRITE UNSIGNED-REPORT-DETAILS FROM T1-TOTAL-LINE.            36002739
       Z-UNSIGNED-HEADINGS.                                             36002839
           ADD 1 TO WS-UNS-PAGE-CNT.                                    36002939
           MOVE WS-UNS-PAGE-CNT TO U2-PAGE-NUM.                         36003039
           WRITE UNSIGNED-REPORT-DETAILS FROM U1-HEADING                36003139
               AFTER ADVANCING PAGE.                                    36003239
           WRITE UNSIGNED-REPORT-DETAILS FROM U2-HEADING.               36003339
           WRITE UNSIGNED-REPORT-DETAILS FROM U3-HEADING                36003439
               AFTER ADVANCING 2 LINES.                                 36003539
           MOVE 5 TO WS-UNS-LINE-CNT.                                   36003639
       Z-UNSIGNED-LINE.                                                 36003739
           IF WS-UNS-LINE-CNT > 65                                      36003839
               PERFORM Z-UNSIGNED-HEADINGS.                             36003939
           SET UNS-TAB-IDX TO WS-UNS-SLOT.                              36004039
           MOVE UNS-TAB-INSTR (UNS-TAB-IDX)    TO U4-INSTR.             36004139
           MOVE UNS-TAB-SECTION (UNS-TAB-IDX)  TO U4-SECTION.           36004239
           MOVE WS-TERM                        TO U4-TERM-ID.           36004339
           MOVE UNS-TAB-CLASS (UNS-TAB-IDX)    TO U4-CLASS-NAME.        36004439
           MOVE UNS-TAB-HELD-CNT (UNS-TAB-IDX) TO U4-HELD-CNT.          36004539
           MOVE UNS-TAB-KEPT-CNT (UNS-TAB-IDX) TO U4-KEPT-CNT.          36004639
           WRITE UNSIGNED-REPORT-DETAILS FROM U4-UNSIGNED-LINE.         36004739
           ADD 1 TO WS-UNS-LINE-CNT.                                    36004839
       Z-UNSIGNED-LINE-EXIT.                                            36004939
           EXIT.                                                        36005039
