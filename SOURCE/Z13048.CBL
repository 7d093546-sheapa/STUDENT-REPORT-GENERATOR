       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID. Z13048P1.                                            00002000
      * MULTI-TERM INSTRUCTOR AND SECTION GRADING ANALYSIS.  SWEEPS THE 00003000
      * KEYED STUDENT MASTER Z13033P1 MAINTAINS, AND THE DDTRMARC TERM  00004000
      * ARCHIVE BEHIND IT, AND GATHERS EVERY GRADE ON FILE BY           00005000
      * INSTRUCTOR, COURSE, AND TERM FROM SM-CLASS-INSTR AND            00006000
      * SM-CLASS-SECTION.  FOR EACH INSTRUCTOR AND COURSE IT PRINTS ONE 00007000
      * LINE PER TERM -- SECTIONS TAUGHT, THE AVERAGE AGAINST THE       00008000
      * COURSE-WIDE AVERAGE FOR THAT TERM, THE PASS RATE, THE SHARE OF  00009000
      * 90+ GRADES, AND THE W/I RATE -- THEN THE SAME FIGURES ACROSS    00010000
      * ALL TERMS.  AN INSTRUCTOR WHOSE SECTIONS RUN ABOVE, OR BELOW,   00011000
      * THE COURSE-WIDE AVERAGE BY MORE THAN THE DDINSPRM THRESHOLD IN  00012000
      * EVERY TERM GRADED IS FLAGGED FOR THE ANNUAL GRADING-CONSISTENCY 00013000
      * REVIEW -- Z13032P3'S INSTRUCTOR AVERAGES COVER ONE RUN ONLY.    00014000
       ENVIRONMENT DIVISION.                                            00015000
       INPUT-OUTPUT SECTION.                                            00016000
       FILE-CONTROL.                                                    00017000
           SELECT INS-PARM-FILE   ASSIGN TO DDINSPRM                    00018000
               FILE STATUS IS WS-INS-PARM-FS.                           00019000
           SELECT SITE-PARM-FILE  ASSIGN TO DDSITEPM                    00020000
               FILE STATUS IS WS-SITE-PARM-FS.                          00021000
           SELECT STUDENT-MASTER  ASSIGN TO DDSTUMST                    00022000
               ORGANIZATION IS INDEXED                                  00023000
               ACCESS MODE IS SEQUENTIAL                                00024000
               RECORD KEY IS SM-USERID                                  00025000
               FILE STATUS IS WS-MASTER-FS.                             00026000
           SELECT TERM-ARCHIVE    ASSIGN TO DDTRMARC                    00027000
               ORGANIZATION IS INDEXED                                  00028000
               ACCESS MODE IS SEQUENTIAL                                00029000
               RECORD KEY IS TA-KEY                                     00030000
               FILE STATUS IS WS-ARCHIVE-FS.                            00031000
           SELECT INS-SORT-FILE   ASSIGN TO DDINSWRK.                   00032000
           SELECT INS-RPT-FILE    ASSIGN TO DDINSRPT.                   00033000
       DATA DIVISION.                                                   00034000
       FILE SECTION.                                                    00035000
      *    OPTIONAL PARAMETER CARD -- A MISSING DD OR A BLANK FIELD     00036000
      *    LEAVES THE CORRESPONDING WS- DEFAULT IN PLACE.               00037000
      *      DEV-POINTS  POINTS A TERM AVERAGE MAY STRAY FROM THE       00038000
      *                  COURSE-WIDE AVERAGE BEFORE IT COUNTS           00039000
      *      MIN-TERMS   GRADED TERMS NEEDED BEFORE AN INSTRUCTOR       00040000
      *                  CAN BE FLAGGED AS CONSISTENTLY OFF             00041000
       FD  INS-PARM-FILE                                                00042000
               RECORDING MODE IS F                                      00043000
               DATA RECORD IS INS-PARM-RECORD.                          00044000
       01 INS-PARM-RECORD.                                              00045000
           05 PARM-DEV-POINTS         PIC 9(02).                        00046000
           05 PARM-MIN-TERMS          PIC 9(02).                        00047000
           05 FILLER                  PIC X(76).                        00048000
      *    SAME OPTIONAL PARAMETER CARD Z13032P3 READS -- ONLY THE      00049000
      *    PASSING CUTOFF MATTERS TO THIS PROGRAM.                      00050000
       FD  SITE-PARM-FILE                                               00051000
               RECORDING MODE IS F                                      00052000
               DATA RECORD IS SITE-PARM-RECORD.                         00053000
       01 SITE-PARM-RECORD.                                             00054000
           05 PARM-INSTRUCTOR         PIC X(11).                        00055000
           05 PARM-SITE-NAME          PIC X(10).                        00056000
           05 PARM-TERM               PIC X(8).                         00057000
           05 PARM-PASS-PERCENT       PIC 9(03).                        00058000
           05 FILLER                  PIC X(16).                        00059000
      *    STUDENT MASTER AS BUILT BY Z13033P1 -- LAYOUT MUST STAY IN   00060000
      *    STEP WITH SM-MASTER-RECORD THERE.                            00061000
       FD  STUDENT-MASTER                                               00062000
               DATA RECORD IS SM-MASTER-RECORD.                         00063000
       01 SM-MASTER-RECORD.                                             00064000
           05 SM-USERID                PIC X(6).                        00065000
           05 SM-STUDENT-NAME          PIC X(20).                       00066000
           05 SM-TERM-COUNT            PIC 9(02).                       00067000
           05 SM-TERM-ENTRY OCCURS 8 TIMES                              00068000
                            INDEXED BY SM-TERM-IDX.                     00069000
               10 SM-TERM-ID           PIC X(8).                        00070000
               10 SM-TERM-NUM-CLASSES  PIC 9(02).                       00071000
               10 SM-TERM-CLASS-ENTRY OCCURS 10 TIMES                   00072000
                                      INDEXED BY SM-CLASS-IDX.          00073000
                   15 SM-CLASS-NAME    PIC X(20).                       00074000
                   15 SM-CLASS-GR-DATE PIC X(8).                        00075000
                   15 SM-CLASS-GR-PERC PIC 9(3).                        00076000
                   15 SM-CLASS-GR-MARK REDEFINES SM-CLASS-GR-PERC       00077000
                                       PIC X(3).                        00078000
                      88 SM-CLASS-WITHDRAWN       VALUE "W".            00079000
                      88 SM-CLASS-INCOMPLETE      VALUE "I".            00080000
                      88 SM-CLASS-GRADE-MARK      VALUE "W" "I".        00081000
                   15 SM-CLASS-SECTION  PIC X(3).                       00082000
                   15 SM-CLASS-INSTR    PIC X(15).                      00083000
               10 SM-TERM-OVERALL-AVG  PIC 9(3).                        00084000
               10 SM-TERM-FAIL-SW      PIC X.                           00085000
                  88 SM-TERM-FAILING             VALUE "Y".             00086000
               10 SM-TERM-HONOR-SW     PIC X.                           00087000
                  88 SM-TERM-HONOR-ROLL          VALUE "Y".             00088000
      *    TERM ARCHIVE AS BUILT BY Z13033P1 -- ONE RECORD PER TERM     00089000
      *    ROLLED OFF A FULL MASTER RECORD, KEYED ON USERID AND TERM    00090000
      *    ID.  LAYOUT MUST STAY IN STEP WITH TA-ARCHIVE-RECORD THERE.  00091000
      *    THE TERM PORTION IS AN IMAGE OF ONE SM-TERM-ENTRY, SO IT IS  00092000
      *    MOVED INTO SLOT 1 OF THE MASTER RECORD AREA AND TALLIED BY   00093000
      *    THE SAME PARAGRAPHS AS A MASTER TERM.                        00094000
       FD  TERM-ARCHIVE                                                 00095000
               DATA RECORD IS TA-ARCHIVE-RECORD.                        00096000
       01 TA-ARCHIVE-RECORD.                                            00097000
           05 TA-KEY.                                                   00098000
               10 TA-USERID            PIC X(6).                        00099000
               10 TA-TERM-ID           PIC X(8).                        00100000
           05 TA-TERM-NUM-CLASSES      PIC 9(02).                       00101000
           05 TA-TERM-CLASS-ENTRY OCCURS 10 TIMES                       00102000
                                  INDEXED BY TA-CLASS-IDX.              00103000
               10 TA-CLASS-NAME        PIC X(20).                       00104000
               10 TA-CLASS-GR-DATE     PIC X(8).                        00105000
               10 TA-CLASS-GR-PERC     PIC 9(3).                        00106000
               10 TA-CLASS-GR-MARK REDEFINES TA-CLASS-GR-PERC           00107000
                                       PIC X(3).                        00108000
               10 TA-CLASS-SECTION     PIC X(3).                        00109000
               10 TA-CLASS-INSTR       PIC X(15).                       00110000
           05 TA-TERM-OVERALL-AVG      PIC 9(3).                        00111000
           05 TA-TERM-FAIL-SW          PIC X.                           00112000
           05 TA-TERM-HONOR-SW         PIC X.                           00113000
           05 TA-STUDENT-NAME          PIC X(20).                       00114000
           05 TA-ARCHIVE-DATE          PIC X(8).                        00115000
           05 TA-ARCHIVE-TIME          PIC X(6).                        00116000
       01 TA-IMAGE-RECORD.                                              00117000
           05 FILLER                   PIC X(6).                        00118000
           05 TA-TERM-IMAGE            PIC X(505).                      00119000
           05 FILLER                   PIC X(34).                       00120000
      *    ONE RELEASED RECORD PER INSTRUCTOR, COURSE, AND TERM --      00121000
      *    SORTED SO EACH INSTRUCTOR'S COURSES PRINT TOGETHER, TERMS    00122000
      *    IN TERM-ID ORDER.                                            00123000
       SD  INS-SORT-FILE                                                00124000
               DATA RECORD IS IR-SORT-RECORD.                           00125000
       01 IR-SORT-RECORD.                                               00126000
           05 IR-INSTR                 PIC X(15).                       00127000
           05 IR-COURSE                PIC X(20).                       00128000
           05 IR-TERM                  PIC X(8).                        00129000
           05 IR-SECT-COUNT            PIC 9(02).                       00130000
           05 IR-SECT-LIST.                                             00131000
               10 IR-SECTION OCCURS 4 TIMES                             00132000
                                       PIC X(3).                        00133000
           05 IR-ENROLLED              PIC 9(05).                       00134000
           05 IR-GRADED                PIC 9(05).                       00135000
           05 IR-GRADE-TOT             PIC 9(07).                       00136000
           05 IR-PASS-CNT              PIC 9(05).                       00137000
           05 IR-NINETY-CNT            PIC 9(05).                       00138000
           05 IR-WI-CNT                PIC 9(05).                       00139000
       FD  INS-RPT-FILE                                                 00140000
               RECORDING MODE IS F                                      00141000
               DATA RECORD IS INS-REPORT-DETAILS.                       00142000
       01 INS-REPORT-DETAILS           PIC X(133).                      00143000
       WORKING-STORAGE SECTION.                                         00144000
       01 MISC.                                                         00145000
          05 W1-CURRENT-DATE.                                           00146000
             10 W1-CURR-YEAR.                                           00147000
                15 W1-CURR-CC          PIC XX.                          00148000
                15 W1-CURR-YY          PIC XX.                          00149000
             10 W1-CURR-MONTH          PIC XX.                          00150000
             10 W1-CURR-DAY            PIC XX.                          00151000
          05 COUNTERS-SUBSCRIPTS.                                       00152000
             10 WS-MASTER-EOF          PIC X       VALUE "N".           00153000
             10 WS-ARC-EOF             PIC X       VALUE "N".           00154000
             10 WS-INS-RET-EOF         PIC X       VALUE "N".           00155000
             10 WS-MASTER-READ-CNT     PIC 9(07)   VALUE 0.             00156000
             10 WS-ARC-READ-CNT        PIC 9(07)   VALUE 0.             00157000
             10 WS-GRADE-CNT           PIC 9(07)   VALUE 0.             00158000
             10 WS-GROUP-CNT           PIC 9(05)   VALUE 0.             00159000
             10 WS-FLAGGED-CNT         PIC 9(05)   VALUE 0.             00160000
             10 WS-PAGE-CNT            PIC 9(05)   VALUE 0.             00161000
             10 WS-LINE-CNT            PIC 99      VALUE 70.            00162000
             10 WS-IT-SLOT             PIC 9(04).                       00163000
             10 WS-CT-SLOT             PIC 9(04).                       00164000
             10 WS-SECT-SUB            PIC 9(02).                       00165000
             10 WS-SECT-FOUND-SW       PIC X      VALUE "N".            00166000
                88 SECTION-FOUND                  VALUE "Y".            00167000
          05 REPORT-PARMS.                                              00168000
      *    POINTS A TERM AVERAGE MAY STRAY FROM THE COURSE-WIDE         00169000
      *    AVERAGE, AND THE GRADED TERMS NEEDED BEFORE "CONSISTENTLY"   00170000
      *    MEANS ANYTHING -- BOTH OVERRIDABLE BY THE PARM CARD.         00171000
             10 WS-DEV-THRESHOLD       PIC 9(02)  VALUE 5.              00172000
             10 WS-MIN-TERMS           PIC 9(02)  VALUE 2.              00173000
             10 WS-PASS-PERCENT        PIC 9(03)  VALUE 70.             00174000
             10 WS-INS-PARM-FS         PIC XX     VALUE "00".           00175000
             10 WS-SITE-PARM-FS        PIC XX     VALUE "00".           00176000
             10 WS-MASTER-FS           PIC XX     VALUE "00".           00177000
             10 WS-ARCHIVE-FS          PIC XX     VALUE "00".           00178000
      *    MATCHES THE OCCURS BOUNDS ON IT-TAB-ENTRY AND CT-TAB-ENTRY.  00179000
             10 WS-MAX-IT-TAB          PIC 9(04)  VALUE 2000.           00180000
             10 WS-MAX-CT-TAB          PIC 9(04)  VALUE 1000.           00181000
          05 GROUP-PARMS.                                               00182000
             10 WS-GROUP-OPEN-SW       PIC X      VALUE "N".            00183000
                88 GROUP-OPEN                     VALUE "Y".            00184000
             10 WS-PREV-INSTR          PIC X(15).                       00185000
             10 WS-PREV-COURSE         PIC X(20).                       00186000
             10 WS-INSTR-NAME          PIC X(15).                       00187000
             10 WS-GRP-ENROLLED        PIC 9(07).                       00188000
             10 WS-GRP-GRADED          PIC 9(07).                       00189000
             10 WS-GRP-TOT             PIC 9(09).                       00190000
             10 WS-GRP-PASS            PIC 9(07).                       00191000
             10 WS-GRP-NINETY          PIC 9(07).                       00192000
             10 WS-GRP-WI              PIC 9(07).                       00193000
             10 WS-GRP-TERMS           PIC 9(03).                       00194000
             10 WS-GRP-ABOVE           PIC 9(03).                       00195000
             10 WS-GRP-BELOW           PIC 9(03).                       00196000
             10 WS-CRS-CNT             PIC 9(07).                       00197000
             10 WS-CRS-TOT             PIC 9(09).                       00198000
          05 CALC-PARMS.                                                00199000
             10 WS-INSTR-AVG           PIC 9(03).                       00200000
             10 WS-COURSE-AVG          PIC 9(03).                       00201000
             10 WS-PASS-RATE           PIC 9(03).                       00202000
             10 WS-NINETY-RATE         PIC 9(03).                       00203000
             10 WS-WI-RATE             PIC 9(03).                       00204000
             10 WS-DEV                 PIC S9(03).                      00205000
       01 IT-TABLE-AREA.                                                00206000
      *    ONE ACCUMULATOR PER INSTRUCTOR, COURSE, AND TERM, IN         00207000
      *    ARRIVAL ORDER -- THE SORT PUTS THEM IN PRINT ORDER.  UP TO   00208000
      *    FOUR SECTION NUMBERS ARE KEPT FOR THE PRINT LINE.            00209000
          05 IT-TAB-COUNT            PIC 9(04)  VALUE 0.                00210000
          05 IT-TAB-ENTRY OCCURS 1 TO 2000 TIMES                        00211000
                          DEPENDING ON IT-TAB-COUNT                     00212000
                          INDEXED BY IT-TAB-IDX.                        00213000
             10 IT-TAB-INSTR            PIC X(15).                      00214000
             10 IT-TAB-COURSE           PIC X(20).                      00215000
             10 IT-TAB-TERM             PIC X(8).                       00216000
             10 IT-TAB-SECT-COUNT       PIC 9(02).                      00217000
             10 IT-TAB-SECTION OCCURS 4 TIMES                           00218000
                                        PIC X(3).                       00219000
             10 IT-TAB-ENROLLED         PIC 9(05).                      00220000
             10 IT-TAB-GRADED           PIC 9(05).                      00221000
             10 IT-TAB-GRADE-TOT        PIC 9(07).                      00222000
             10 IT-TAB-PASS-CNT         PIC 9(05).                      00223000
             10 IT-TAB-NINETY-CNT       PIC 9(05).                      00224000
             10 IT-TAB-WI-CNT           PIC 9(05).                      00225000
       01 CT-TABLE-AREA.                                                00226000
      *    COURSE-WIDE GRADED COUNT AND TOTAL PER TERM, ALL             00227000
      *    INSTRUCTORS TOGETHER -- THE YARDSTICK FOR THE FLAG.          00228000
          05 CT-TAB-COUNT            PIC 9(04)  VALUE 0.                00229000
          05 CT-TAB-ENTRY OCCURS 1 TO 1000 TIMES                        00230000
                          DEPENDING ON CT-TAB-COUNT                     00231000
                          INDEXED BY CT-TAB-IDX.                        00232000
             10 CT-TAB-COURSE           PIC X(20).                      00233000
             10 CT-TAB-TERM             PIC X(8).                       00234000
             10 CT-TAB-GRADED           PIC 9(07).                      00235000
             10 CT-TAB-GRADE-TOT        PIC 9(09).                      00236000
       01 H1-HEADING.                                                   00237000
          05 FILLER                    PIC X       VALUE SPACES.        00238000
          05 FILLER                    PIC X(30)   VALUE                00239000
              'INSTRUCTOR GRADING ANALYSIS --'.                         00240000
          05 FILLER                    PIC X(15)   VALUE                00241000
              ' ALL TERMS'.                                             00242000
          05 FILLER                    PIC X(8)    VALUE SPACES.        00243000
          05 FILLER                    PIC X(9)    VALUE                00244000
              'RUN DATE:'.                                              00245000
          05 H1-CURR-MM                PIC XX.                          00246000
          05 FILLER                    PIC X       VALUE                00247000
              '/'.                                                      00248000
          05 H1-CURR-DD                PIC XX.                          00249000
          05 FILLER                    PIC X       VALUE                00250000
              '/'.                                                      00251000
          05 H1-CURR-YY                PIC XX.                          00252000
       01 H2-HEADING.                                                   00253000
          05 FILLER                    PIC X(53)   VALUE SPACES.        00254000
          05 FILLER                    PIC X(5)    VALUE                00255000
              'PAGE:'.                                                  00256000
          05 H2-PAGE-NUM               PIC 9(05).                       00257000
       01 H3-HEADING.                                                   00258000
          05 FILLER                    PIC X(4)    VALUE SPACES.        00259000
          05 FILLER                    PIC X(9)    VALUE 'TERM     '.   00260000
          05 FILLER                    PIC X(16)   VALUE                00261000
              'SECTIONS        '.                                       00262000
          05 FILLER                    PIC X(8)    VALUE 'ENROLLED'.    00263000
          05 FILLER                    PIC X(8)    VALUE '  GRADED'.    00264000
          05 FILLER                    PIC X(6)    VALUE '   AVG'.      00265000
          05 FILLER                    PIC X(9)    VALUE '  CRS AVG'.   00266000
          05 FILLER                    PIC X(7)    VALUE '  PASS%'.     00267000
          05 FILLER                    PIC X(6)    VALUE '  90+%'.      00268000
          05 FILLER                    PIC X(6)    VALUE '  W/I%'.      00269000
          05 FILLER                    PIC X(6)    VALUE '  FLAG'.      00270000
       01 I1-GROUP-LINE.                                                00271000
           05 FILLER                   PIC XX      VALUE SPACES.        00272000
           05 FILLER                   PIC X(11)   VALUE 'INSTRUCTOR:'. 00273000
           05 FILLER                   PIC X       VALUE SPACES.        00274000
           05 I1-INSTR                 PIC X(15).                       00275000
           05 FILLER                   PIC X(3)    VALUE SPACES.        00276000
           05 FILLER                   PIC X(7)    VALUE 'COURSE:'.     00277000
           05 FILLER                   PIC X       VALUE SPACES.        00278000
           05 I1-COURSE                PIC X(20).                       00279000
       01 D1-TERM-LINE.                                                 00280000
           05 FILLER                   PIC X(4)    VALUE SPACES.        00281000
           05 D1-TERM                  PIC X(8).                        00282000
           05 FILLER                   PIC X       VALUE SPACES.        00283000
           05 D1-SECTIONS.                                              00284000
               10 D1-SECTION OCCURS 4 TIMES.                            00285000
                   15 D1-SECT-NUM      PIC X(3).                        00286000
                   15 FILLER           PIC X.                           00287000
           05 D1-MORE                  PIC X.                           00288000
           05 FILLER                   PIC X       VALUE SPACES.        00289000
           05 D1-ENROLLED              PIC ZZZZZZ9.                     00290000
           05 FILLER                   PIC X       VALUE SPACES.        00291000
           05 D1-GRADED                PIC ZZZZZZ9.                     00292000
           05 FILLER                   PIC X(3)    VALUE SPACES.        00293000
           05 D1-AVG                   PIC ZZ9.                         00294000
           05 FILLER                   PIC X(6)    VALUE SPACES.        00295000
           05 D1-CRS-AVG               PIC ZZ9.                         00296000
           05 FILLER                   PIC X(4)    VALUE SPACES.        00297000
           05 D1-PASS-RATE             PIC ZZ9.                         00298000
           05 FILLER                   PIC X(3)    VALUE SPACES.        00299000
           05 D1-NINETY-RATE           PIC ZZ9.                         00300000
           05 FILLER                   PIC X(3)    VALUE SPACES.        00301000
           05 D1-WI-RATE               PIC ZZ9.                         00302000
           05 FILLER                   PIC X       VALUE SPACES.        00303000
           05 D1-FLAG                  PIC X(24).                       00304000
       01 T1-TOTAL-LINE.                                                00305000
           05 FILLER                   PIC XX      VALUE SPACES.        00306000
           05 T1-TOTAL-TEXT            PIC X(34).                       00307000
           05 FILLER                   PIC X       VALUE SPACES.        00308000
           05 T1-TOTAL-CNT             PIC ZZZZZZ9.                     00309000
       PROCEDURE DIVISION.                                              00310000
       MAIN-CONTROL.                                                    00311000
           PERFORM A-INITIAL.                                           00312000
           PERFORM D-INSTR-SORT.                                        00313000
           PERFORM C-END.                                               00314000
       A-INITIAL.                                                       00315000
           MOVE FUNCTION CURRENT-DATE TO W1-CURRENT-DATE.               00316000
           MOVE W1-CURR-MONTH         TO H1-CURR-MM.                    00317000
           MOVE W1-CURR-DAY           TO H1-CURR-DD.                    00318000
           MOVE W1-CURR-YY            TO H1-CURR-YY.                    00319000
           PERFORM A-PARM-READ.                                         00320000
           PERFORM A-SITE-PARM-READ.                                    00321000
           OPEN OUTPUT INS-RPT-FILE.                                    00322000
       A-PARM-READ.                                                     00323000
           OPEN INPUT INS-PARM-FILE.                                    00324000
           IF WS-INS-PARM-FS = "00"                                     00325000
               READ INS-PARM-FILE                                       00326000
                   AT END                                               00327000
                       CONTINUE                                         00328000
               END-READ                                                 00329000
               IF PARM-DEV-POINTS NUMERIC                               00330000
                       AND PARM-DEV-POINTS > 0                          00331000
                   MOVE PARM-DEV-POINTS TO WS-DEV-THRESHOLD             00332000
               END-IF                                                   00333000
               IF PARM-MIN-TERMS NUMERIC                                00334000
                       AND PARM-MIN-TERMS > 0                           00335000
                   MOVE PARM-MIN-TERMS TO WS-MIN-TERMS                  00336000
               END-IF                                                   00337000
               CLOSE INS-PARM-FILE                                      00338000
           END-IF.                                                      00339000
      *    OPTIONAL SITE CARD -- A MISSING DD OR A BLANK CUTOFF ON THE  00340000
      *    CARD LEAVES THE WS- DEFAULT IN PLACE.                        00341000
       A-SITE-PARM-READ.                                                00342000
           OPEN INPUT SITE-PARM-FILE.                                   00343000
           IF WS-SITE-PARM-FS = "00"                                    00344000
               READ SITE-PARM-FILE                                      00345000
                   AT END                                               00346000
                       CONTINUE                                         00347000
               END-READ                                                 00348000
               IF PARM-PASS-PERCENT NUMERIC                             00349000
                       AND PARM-PASS-PERCENT > 0                        00350000
                   MOVE PARM-PASS-PERCENT TO WS-PASS-PERCENT            00351000
               END-IF                                                   00352000
               CLOSE SITE-PARM-FILE                                     00353000
           END-IF.                                                      00354000
       D-INSTR-SORT.                                                    00355000
           SORT INS-SORT-FILE                                           00356000
               ON ASCENDING KEY IR-INSTR IR-COURSE IR-TERM              00357000
               INPUT PROCEDURE D-INSTR-SCAN-IN                          00358000
               OUTPUT PROCEDURE D-INSTR-PRINT-OUT.                      00359000
      *    TALLY EVERY TERM ON THE MASTER, THEN EVERY TERM ON THE       00360000
      *    ARCHIVE, THEN RELEASE THE ACCUMULATORS TO THE SORT.          00361000
       D-INSTR-SCAN-IN.                                                 00362000
           OPEN INPUT STUDENT-MASTER.                                   00363000
           IF WS-MASTER-FS NOT = "00"                                   00364000
               DISPLAY "Z13048P1 - STUDENT MASTER OPEN FAILED, "        00365000
                   "STATUS " WS-MASTER-FS                               00366000
               MOVE 16 TO RETURN-CODE                                   00367000
               STOP RUN                                                 00368000
           END-IF.                                                      00369000
           PERFORM D-MASTER-SCAN-ONE THRU D-MASTER-SCAN-ONE-EXIT        00370000
               UNTIL WS-MASTER-EOF = "Y".                               00371000
      *    THE ARCHIVE IS OPTIONAL -- UNTIL A STUDENT FILLS ALL EIGHT   00372000
      *    MASTER SLOTS THERE MAY BE NONE.                              00373000
           OPEN INPUT TERM-ARCHIVE.                                     00374000
           IF WS-ARCHIVE-FS = "00"                                      00375000
               PERFORM D-ARCHIVE-SCAN-ONE THRU D-ARCHIVE-SCAN-ONE-EXIT  00376000
                   UNTIL WS-ARC-EOF = "Y"                               00377000
               CLOSE TERM-ARCHIVE                                       00378000
           ELSE                                                         00379000
               DISPLAY "Z13048P1 - NO TERM ARCHIVE, STATUS "            00380000
                   WS-ARCHIVE-FS " -- MASTER TERMS ONLY"                00381000
           END-IF.                                                      00382000
           CLOSE STUDENT-MASTER.                                        00383000
           PERFORM D-RELEASE-ONE THRU D-RELEASE-ONE-EXIT                00384000
               VARYING IT-TAB-IDX FROM 1 BY 1                           00385000
               UNTIL IT-TAB-IDX > IT-TAB-COUNT.                         00386000
       D-MASTER-SCAN-ONE.                                               00387000
           READ STUDENT-MASTER NEXT RECORD                              00388000
               AT END                                                   00389000
                   MOVE "Y" TO WS-MASTER-EOF                            00390000
                   GO TO D-MASTER-SCAN-ONE-EXIT                         00391000
           END-READ.                                                    00392000
           ADD 1 TO WS-MASTER-READ-CNT.                                 00393000
           PERFORM B-TALLY-TERM THRU B-TALLY-TERM-EXIT                  00394000
               VARYING SM-TERM-IDX FROM 1 BY 1                          00395000
               UNTIL SM-TERM-IDX > SM-TERM-COUNT.                       00396000
       D-MASTER-SCAN-ONE-EXIT.                                          00397000
           EXIT.                                                        00398000
      *    THE MASTER IS AT END BY NOW, SO ITS RECORD AREA IS FREE TO   00399000
      *    HOLD THE ARCHIVED TERM IN SLOT 1.                            00400000
       D-ARCHIVE-SCAN-ONE.                                              00401000
           READ TERM-ARCHIVE NEXT RECORD                                00402000
               AT END                                                   00403000
                   MOVE "Y" TO WS-ARC-EOF                               00404000
                   GO TO D-ARCHIVE-SCAN-ONE-EXIT                        00405000
           END-READ.                                                    00406000
           ADD 1 TO WS-ARC-READ-CNT.                                    00407000
           MOVE TA-TERM-IMAGE TO SM-TERM-ENTRY (1).                     00408000
           SET SM-TERM-IDX TO 1.                                        00409000
           PERFORM B-TALLY-TERM THRU B-TALLY-TERM-EXIT.                 00410000
       D-ARCHIVE-SCAN-ONE-EXIT.                                         00411000
           EXIT.                                                        00412000
       D-RELEASE-ONE.                                                   00413000
           MOVE IT-TAB-INSTR (IT-TAB-IDX)      TO IR-INSTR.             00414000
           MOVE IT-TAB-COURSE (IT-TAB-IDX)     TO IR-COURSE.            00415000
           MOVE IT-TAB-TERM (IT-TAB-IDX)       TO IR-TERM.              00416000
           MOVE IT-TAB-SECT-COUNT (IT-TAB-IDX) TO IR-SECT-COUNT.        00417000
           PERFORM D-RELEASE-SECT THRU D-RELEASE-SECT-EXIT              00418000
               VARYING WS-SECT-SUB FROM 1 BY 1                          00419000
               UNTIL WS-SECT-SUB > 4.                                   00420000
           MOVE IT-TAB-ENROLLED (IT-TAB-IDX)   TO IR-ENROLLED.          00421000
           MOVE IT-TAB-GRADED (IT-TAB-IDX)     TO IR-GRADED.            00422000
           MOVE IT-TAB-GRADE-TOT (IT-TAB-IDX)  TO IR-GRADE-TOT.         00423000
           MOVE IT-TAB-PASS-CNT (IT-TAB-IDX)   TO IR-PASS-CNT.          00424000
           MOVE IT-TAB-NINETY-CNT (IT-TAB-IDX) TO IR-NINETY-CNT.        00425000
           MOVE IT-TAB-WI-CNT (IT-TAB-IDX)     TO IR-WI-CNT.            00426000
           RELEASE IR-SORT-RECORD.                                      00427000
       D-RELEASE-ONE-EXIT.                                              00428000
           EXIT.                                                        00429000
       D-RELEASE-SECT.                                                  00430000
           MOVE IT-TAB-SECTION (IT-TAB-IDX WS-SECT-SUB)                 00431000
               TO IR-SECTION (WS-SECT-SUB).                             00432000
       D-RELEASE-SECT-EXIT.                                             00433000
           EXIT.                                                        00434000
       B-TALLY-TERM.                                                    00435000
           PERFORM B-TALLY-CLASS THRU B-TALLY-CLASS-EXIT                00436000
               VARYING SM-CLASS-IDX FROM 1 BY 1                         00437000
               UNTIL SM-CLASS-IDX > SM-TERM-NUM-CLASSES (SM-TERM-IDX).  00438000
       B-TALLY-TERM-EXIT.                                               00439000
           EXIT.                                                        00440000
      *    EVERY CLASS COUNTS AS ENROLLED.  A W OR I MARK COUNTS TOWARD 00441000
      *    THE W/I RATE ONLY; A NUMERIC GRADE FEEDS THE AVERAGE, THE    00442000
      *    PASS RATE, AND THE 90+ SHARE.                                00443000
       B-TALLY-CLASS.                                                   00444000
           IF SM-CLASS-INSTR (SM-TERM-IDX SM-CLASS-IDX) = SPACES        00445000
               MOVE "UNASSIGNED" TO WS-INSTR-NAME                       00446000
           ELSE                                                         00447000
               MOVE SM-CLASS-INSTR (SM-TERM-IDX SM-CLASS-IDX)           00448000
                   TO WS-INSTR-NAME                                     00449000
           END-IF.                                                      00450000
           PERFORM B-IT-FIND THRU B-IT-FIND-EXIT.                       00451000
           PERFORM B-SECTION-NOTE THRU B-SECTION-NOTE-EXIT.             00452000
           ADD 1 TO IT-TAB-ENROLLED (WS-IT-SLOT).                       00453000
           IF SM-CLASS-GRADE-MARK (SM-TERM-IDX SM-CLASS-IDX)            00454000
               ADD 1 TO IT-TAB-WI-CNT (WS-IT-SLOT)                      00455000
               GO TO B-TALLY-CLASS-EXIT.                                00456000
           IF SM-CLASS-GR-PERC (SM-TERM-IDX SM-CLASS-IDX) NOT NUMERIC   00457000
               GO TO B-TALLY-CLASS-EXIT.                                00458000
           ADD 1 TO WS-GRADE-CNT.                                       00459000
           ADD 1 TO IT-TAB-GRADED (WS-IT-SLOT).                         00460000
           ADD SM-CLASS-GR-PERC (SM-TERM-IDX SM-CLASS-IDX)              00461000
               TO IT-TAB-GRADE-TOT (WS-IT-SLOT).                        00462000
           IF SM-CLASS-GR-PERC (SM-TERM-IDX SM-CLASS-IDX)               00463000
                   NOT < WS-PASS-PERCENT                                00464000
               ADD 1 TO IT-TAB-PASS-CNT (WS-IT-SLOT).                   00465000
           IF SM-CLASS-GR-PERC (SM-TERM-IDX SM-CLASS-IDX) NOT < 90      00466000
               ADD 1 TO IT-TAB-NINETY-CNT (WS-IT-SLOT).                 00467000
           PERFORM B-CT-FIND THRU B-CT-FIND-EXIT.                       00468000
           ADD 1 TO CT-TAB-GRADED (WS-CT-SLOT).                         00469000
           ADD SM-CLASS-GR-PERC (SM-TERM-IDX SM-CLASS-IDX)              00470000
               TO CT-TAB-GRADE-TOT (WS-CT-SLOT).                        00471000
       B-TALLY-CLASS-EXIT.                                              00472000
           EXIT.                                                        00473000
      *    FIND, OR OPEN, THE ACCUMULATOR FOR THIS INSTRUCTOR, COURSE,  00474000
      *    AND TERM.  A FULL TABLE ENDS THE RUN THE SAME WAY THE OTHER  00475000
      *    TABLE GUARDS DO -- A REVIEW BUILT ON PART OF THE FILE WOULD  00476000
      *    MISLEAD THE CHAIRS.                                          00477000
       B-IT-FIND.                                                       00478000
           MOVE 0 TO WS-IT-SLOT.                                        00479000
           IF IT-TAB-COUNT > 0                                          00480000
               SET IT-TAB-IDX TO 1                                      00481000
               SEARCH IT-TAB-ENTRY                                      00482000
                   AT END                                               00483000
                       CONTINUE                                         00484000
                   WHEN IT-TAB-INSTR (IT-TAB-IDX) = WS-INSTR-NAME       00485000
                       AND IT-TAB-COURSE (IT-TAB-IDX)                   00486000
                           = SM-CLASS-NAME (SM-TERM-IDX SM-CLASS-IDX)   00487000
                       AND IT-TAB-TERM (IT-TAB-IDX)                     00488000
                           = SM-TERM-ID (SM-TERM-IDX)                   00489000
                       SET WS-IT-SLOT TO IT-TAB-IDX                     00490000
               END-SEARCH                                               00491000
           END-IF.                                                      00492000
           IF WS-IT-SLOT > 0                                            00493000
               GO TO B-IT-FIND-EXIT.                                    00494000
           IF IT-TAB-COUNT >= WS-MAX-IT-TAB                             00495000
               DISPLAY "Z13048P1 - INSTRUCTOR/COURSE/TERM ENTRIES "     00496000
                   "EXCEED CAPACITY OF " WS-MAX-IT-TAB                  00497000
               DISPLAY "Z13048P1 - RUN TERMINATED -- RAISE IT-TAB-"     00498000
                   "ENTRY OCCURS MAX AND RECOMPILE"                     00499000
               MOVE 16 TO RETURN-CODE                                   00500000
               STOP RUN.                                                00501000
           ADD 1 TO IT-TAB-COUNT.                                       00502000
           MOVE IT-TAB-COUNT TO WS-IT-SLOT.                             00503000
           MOVE WS-INSTR-NAME TO IT-TAB-INSTR (WS-IT-SLOT).             00504000
           MOVE SM-CLASS-NAME (SM-TERM-IDX SM-CLASS-IDX)                00505000
               TO IT-TAB-COURSE (WS-IT-SLOT).                           00506000
           MOVE SM-TERM-ID (SM-TERM-IDX) TO IT-TAB-TERM (WS-IT-SLOT).   00507000
           MOVE 0      TO IT-TAB-SECT-COUNT (WS-IT-SLOT).               00508000
           MOVE SPACES TO IT-TAB-SECTION (WS-IT-SLOT 1)                 00509000
                          IT-TAB-SECTION (WS-IT-SLOT 2)                 00510000
                          IT-TAB-SECTION (WS-IT-SLOT 3)                 00511000
                          IT-TAB-SECTION (WS-IT-SLOT 4).                00512000
           MOVE 0      TO IT-TAB-ENROLLED (WS-IT-SLOT)                  00513000
                          IT-TAB-GRADED (WS-IT-SLOT)                    00514000
                          IT-TAB-GRADE-TOT (WS-IT-SLOT)                 00515000
                          IT-TAB-PASS-CNT (WS-IT-SLOT)                  00516000
                          IT-TAB-NINETY-CNT (WS-IT-SLOT)                00517000
                          IT-TAB-WI-CNT (WS-IT-SLOT).                   00518000
       B-IT-FIND-EXIT.                                                  00519000
           EXIT.                                                        00520000
      *    REMEMBER EACH DISTINCT SECTION THE INSTRUCTOR TAUGHT THE     00521000
      *    COURSE UNDER THAT TERM.  ONLY FOUR ARE KEPT -- A FIFTH BUMPS 00522000
      *    THE COUNT ONCE SO THE PRINT LINE CAN SHOW THERE WERE MORE.   00523000
       B-SECTION-NOTE.                                                  00524000
           MOVE "N" TO WS-SECT-FOUND-SW.                                00525000
           PERFORM B-SECTION-MATCH THRU B-SECTION-MATCH-EXIT            00526000
               VARYING WS-SECT-SUB FROM 1 BY 1                          00527000
               UNTIL WS-SECT-SUB > IT-TAB-SECT-COUNT (WS-IT-SLOT)       00528000
                  OR WS-SECT-SUB > 4.                                   00529000
           IF SECTION-FOUND                                             00530000
               GO TO B-SECTION-NOTE-EXIT.                               00531000
           IF IT-TAB-SECT-COUNT (WS-IT-SLOT) > 4                        00532000
               GO TO B-SECTION-NOTE-EXIT.                               00533000
           ADD 1 TO IT-TAB-SECT-COUNT (WS-IT-SLOT).                     00534000
           IF IT-TAB-SECT-COUNT (WS-IT-SLOT) > 4                        00535000
               GO TO B-SECTION-NOTE-EXIT.                               00536000
           MOVE IT-TAB-SECT-COUNT (WS-IT-SLOT) TO WS-SECT-SUB.          00537000
           MOVE SM-CLASS-SECTION (SM-TERM-IDX SM-CLASS-IDX)             00538000
               TO IT-TAB-SECTION (WS-IT-SLOT WS-SECT-SUB).              00539000
       B-SECTION-NOTE-EXIT.                                             00540000
           EXIT.                                                        00541000
       B-SECTION-MATCH.                                                 00542000
           IF IT-TAB-SECTION (WS-IT-SLOT WS-SECT-SUB)                   00543000
                   = SM-CLASS-SECTION (SM-TERM-IDX SM-CLASS-IDX)        00544000
               MOVE "Y" TO WS-SECT-FOUND-SW.                            00545000
       B-SECTION-MATCH-EXIT.                                            00546000
           EXIT.                                                        00547000
       B-CT-FIND.                                                       00548000
           MOVE 0 TO WS-CT-SLOT.                                        00549000
           IF CT-TAB-COUNT > 0                                          00550000
               SET CT-TAB-IDX TO 1                                      00551000
               SEARCH CT-TAB-ENTRY                                      00552000
                   AT END                                               00553000
                       CONTINUE                                         00554000
                   WHEN CT-TAB-COURSE (CT-TAB-IDX)                      00555000
                           = SM-CLASS-NAME (SM-TERM-IDX SM-CLASS-IDX)   00556000
                       AND CT-TAB-TERM (CT-TAB-IDX)                     00557000
                           = SM-TERM-ID (SM-TERM-IDX)                   00558000
                       SET WS-CT-SLOT TO CT-TAB-IDX                     00559000
               END-SEARCH                                               00560000
           END-IF.                                                      00561000
           IF WS-CT-SLOT > 0                                            00562000
               GO TO B-CT-FIND-EXIT.                                    00563000
           IF CT-TAB-COUNT >= WS-MAX-CT-TAB                             00564000
               DISPLAY "Z13048P1 - COURSE/TERM ENTRIES EXCEED "         00565000
                   "CAPACITY OF " WS-MAX-CT-TAB                         00566000
               DISPLAY "Z13048P1 - RUN TERMINATED -- RAISE CT-TAB-"     00567000
                   "ENTRY OCCURS MAX AND RECOMPILE"                     00568000
               MOVE 16 TO RETURN-CODE                                   00569000
               STOP RUN.                                                00570000
           ADD 1 TO CT-TAB-COUNT.                                       00571000
           MOVE CT-TAB-COUNT TO WS-CT-SLOT.                             00572000
           MOVE SM-CLASS-NAME (SM-TERM-IDX SM-CLASS-IDX)                00573000
               TO CT-TAB-COURSE (WS-CT-SLOT).                           00574000
           MOVE SM-TERM-ID (SM-TERM-IDX) TO CT-TAB-TERM (WS-CT-SLOT).   00575000
           MOVE 0 TO CT-TAB-GRADED (WS-CT-SLOT)                         00576000
                     CT-TAB-GRADE-TOT (WS-CT-SLOT).                     00577000
       B-CT-FIND-EXIT.                                                  00578000
           EXIT.                                                        00579000
       D-INSTR-PRINT-OUT.                                               00580000
           PERFORM D-INSTR-PRINT-ONE THRU D-INSTR-PRINT-ONE-EXIT        00581000
               UNTIL WS-INS-RET-EOF = "Y".                              00582000
           IF GROUP-OPEN                                                00583000
               PERFORM Z-GROUP-SUMMARY THRU Z-GROUP-SUMMARY-EXIT.       00584001
      *    A NEW INSTRUCTOR OR COURSE CLOSES THE GROUP BEFORE IT.       00585000
       D-INSTR-PRINT-ONE.                                               00586000
           RETURN INS-SORT-FILE                                         00587000
               AT END                                                   00588000
                   MOVE "Y" TO WS-INS-RET-EOF                           00589000
                   GO TO D-INSTR-PRINT-ONE-EXIT                         00590000
           END-RETURN.                                                  00591000
           IF GROUP-OPEN                                                00592000
                   AND (IR-INSTR NOT = WS-PREV-INSTR                    00593000
                        OR IR-COURSE NOT = WS-PREV-COURSE)              00594000
               PERFORM Z-GROUP-SUMMARY THRU Z-GROUP-SUMMARY-EXIT.       00595001
           IF NOT GROUP-OPEN                                            00596000
               PERFORM Z-GROUP-START.                                   00597000
           PERFORM Z-TERM-LINE THRU Z-TERM-LINE-EXIT.                   00598001
       D-INSTR-PRINT-ONE-EXIT.                                          00599000
           EXIT.                                                        00600000
       C-END.                                                           00601000
           PERFORM Z-TOTALS.                                            00602000
           CLOSE INS-RPT-FILE.                                          00603000
           DISPLAY "Z13048P1 - MASTER RECORDS READ:    "                00604000
               WS-MASTER-READ-CNT.                                      00605000
           DISPLAY "Z13048P1 - ARCHIVED TERMS READ:    "                00606000
               WS-ARC-READ-CNT.                                         00607000
           DISPLAY "Z13048P1 - INSTRUCTOR/COURSE PAIRS:"                00608000
               WS-GROUP-CNT.                                            00609000
           DISPLAY "Z13048P1 - INSTRUCTORS FLAGGED:    "                00610000
               WS-FLAGGED-CNT.                                          00611000
           STOP RUN.                                                    00612000
       Z-HEADINGS.                                                      00613000
           ADD 1 TO WS-PAGE-CNT.                                        00614000
           MOVE WS-PAGE-CNT TO H2-PAGE-NUM.                             00615000
           WRITE INS-REPORT-DETAILS FROM H1-HEADING                     00616000
               AFTER ADVANCING PAGE.                                    00617000
           WRITE INS-REPORT-DETAILS FROM H2-HEADING.                    00618000
           WRITE INS-REPORT-DETAILS FROM H3-HEADING                     00619000
               AFTER ADVANCING 2 LINES.                                 00620000
           MOVE 5 TO WS-LINE-CNT.                                       00621000
       Z-GROUP-START.                                                   00622000
           MOVE "Y"       TO WS-GROUP-OPEN-SW.                          00623000
           MOVE IR-INSTR  TO WS-PREV-INSTR.                             00624000
           MOVE IR-COURSE TO WS-PREV-COURSE.                            00625000
           ADD 1 TO WS-GROUP-CNT.                                       00626000
           MOVE 0 TO WS-GRP-ENROLLED WS-GRP-GRADED WS-GRP-TOT           00627000
                     WS-GRP-PASS WS-GRP-NINETY WS-GRP-WI                00628000
                     WS-GRP-TERMS WS-GRP-ABOVE WS-GRP-BELOW             00629000
                     WS-CRS-CNT WS-CRS-TOT.                             00630000
           IF WS-LINE-CNT > 58                                          00631000
               PERFORM Z-HEADINGS.                                      00632000
           MOVE IR-INSTR  TO I1-INSTR.                                  00633000
           MOVE IR-COURSE TO I1-COURSE.                                 00634000
           WRITE INS-REPORT-DETAILS FROM I1-GROUP-LINE                  00635000
               AFTER ADVANCING 2 LINES.                                 00636000
           ADD 2 TO WS-LINE-CNT.                                        00637000
      *    ONE TERM FOR THE INSTRUCTOR AND COURSE, AGAINST THE          00638000
      *    COURSE-WIDE AVERAGE FOR THE SAME TERM.  A TERM WITH NO       00639000
      *    NUMERIC GRADES (ALL W OR I) PRINTS BUT CANNOT DEVIATE.       00640000
       Z-TERM-LINE.                                                     00641000
           MOVE SPACES TO D1-TERM-LINE.                                 00642000
           MOVE IR-TERM TO D1-TERM.                                     00643000
           PERFORM Z-TERM-SECT THRU Z-TERM-SECT-EXIT                    00644000
               VARYING WS-SECT-SUB FROM 1 BY 1                          00645000
               UNTIL WS-SECT-SUB > 4.                                   00646000
           IF IR-SECT-COUNT > 4                                         00647000
               MOVE "+" TO D1-MORE.                                     00648000
           MOVE IR-ENROLLED TO D1-ENROLLED.                             00649000
           MOVE IR-GRADED   TO D1-GRADED.                               00650000
           ADD IR-ENROLLED  TO WS-GRP-ENROLLED.                         00651000
           ADD IR-GRADED    TO WS-GRP-GRADED.                           00652000
           ADD IR-GRADE-TOT TO WS-GRP-TOT.                              00653000
           ADD IR-PASS-CNT  TO WS-GRP-PASS.                             00654000
           ADD IR-NINETY-CNT TO WS-GRP-NINETY.                          00655000
           ADD IR-WI-CNT    TO WS-GRP-WI.                               00656000
           COMPUTE WS-WI-RATE ROUNDED = IR-WI-CNT * 100 / IR-ENROLLED.  00657000
           MOVE WS-WI-RATE TO D1-WI-RATE.                               00658000
           IF IR-GRADED = 0                                             00659000
               MOVE 0 TO D1-AVG D1-CRS-AVG D1-PASS-RATE                 00660000
                         D1-NINETY-RATE                                 00661000
               GO TO Z-TERM-LINE-WRITE.                                 00662000
           ADD 1 TO WS-GRP-TERMS.                                       00663000
           COMPUTE WS-INSTR-AVG ROUNDED = IR-GRADE-TOT / IR-GRADED.     00664000
           COMPUTE WS-PASS-RATE ROUNDED =                               00665000
               IR-PASS-CNT * 100 / IR-GRADED.                           00666000
           COMPUTE WS-NINETY-RATE ROUNDED =                             00667000
               IR-NINETY-CNT * 100 / IR-GRADED.                         00668000
           MOVE WS-INSTR-AVG   TO D1-AVG.                               00669000
           MOVE WS-PASS-RATE   TO D1-PASS-RATE.                         00670000
           MOVE WS-NINETY-RATE TO D1-NINETY-RATE.                       00671000
      *    THE COURSE-TERM ENTRY IS ALWAYS THERE -- THE SAME GRADES     00672000
      *    THAT BUILT THIS LINE BUILT IT.                               00673000
           SET CT-TAB-IDX TO 1.                                         00674000
           SEARCH CT-TAB-ENTRY                                          00675000
               AT END                                                   00676000
                   CONTINUE                                             00677000
               WHEN CT-TAB-COURSE (CT-TAB-IDX) = IR-COURSE              00678000
                   AND CT-TAB-TERM (CT-TAB-IDX) = IR-TERM               00679000
                   COMPUTE WS-COURSE-AVG ROUNDED =                      00680000
                       CT-TAB-GRADE-TOT (CT-TAB-IDX)                    00681000
                       / CT-TAB-GRADED (CT-TAB-IDX)                     00682000
                   ADD CT-TAB-GRADED (CT-TAB-IDX)    TO WS-CRS-CNT      00683000
                   ADD CT-TAB-GRADE-TOT (CT-TAB-IDX) TO WS-CRS-TOT      00684000
           END-SEARCH.                                                  00685000
           MOVE WS-COURSE-AVG TO D1-CRS-AVG.                            00686000
           COMPUTE WS-DEV = WS-INSTR-AVG - WS-COURSE-AVG.               00687000
           IF WS-DEV > WS-DEV-THRESHOLD                                 00688000
               ADD 1 TO WS-GRP-ABOVE                                    00689000
               MOVE "*DEV*" TO D1-FLAG.                                 00690000
           IF WS-DEV < 0 - WS-DEV-THRESHOLD                             00691000
               ADD 1 TO WS-GRP-BELOW                                    00692000
               MOVE "*DEV*" TO D1-FLAG.                                 00693000
       Z-TERM-LINE-WRITE.                                               00694000
           IF WS-LINE-CNT > 65                                          00695000
               PERFORM Z-HEADINGS.                                      00696000
           WRITE INS-REPORT-DETAILS FROM D1-TERM-LINE.                  00697000
           ADD 1 TO WS-LINE-CNT.                                        00698000
       Z-TERM-LINE-EXIT.                                                00690101
           EXIT.                                                        00690201
       Z-TERM-SECT.                                                     00699000
           MOVE IR-SECTION (WS-SECT-SUB) TO D1-SECT-NUM (WS-SECT-SUB).  00700000
       Z-TERM-SECT-EXIT.                                                00701000
           EXIT.                                                        00702000
      *    ALL TERMS TOGETHER.  THE COURSE-WIDE FIGURE HERE COVERS ONLY 00703000
      *    THE TERMS THIS INSTRUCTOR GRADED THE COURSE, SO THE TWO      00704000
      *    AVERAGES ON THE LINE ARE LIKE FOR LIKE.  THE FLAG NEEDS      00705000
      *    EVERY GRADED TERM OFF IN THE SAME DIRECTION.                 00706000
       Z-GROUP-SUMMARY.                                                 00707000
           MOVE "N" TO WS-GROUP-OPEN-SW.                                00708000
           MOVE SPACES      TO D1-TERM-LINE.                            00709000
           MOVE "ALL TERMS" TO D1-TERM.                                 00710000
           MOVE WS-GRP-ENROLLED TO D1-ENROLLED.                         00711000
           MOVE WS-GRP-GRADED   TO D1-GRADED.                           00712000
           COMPUTE WS-WI-RATE ROUNDED =                                 00713000
               WS-GRP-WI * 100 / WS-GRP-ENROLLED.                       00714000
           MOVE WS-WI-RATE TO D1-WI-RATE.                               00715000
           IF WS-GRP-GRADED = 0                                         00716000
               MOVE 0 TO D1-AVG D1-CRS-AVG D1-PASS-RATE                 00717000
                         D1-NINETY-RATE                                 00718000
               GO TO Z-GROUP-SUMMARY-WRITE.                             00719000
           COMPUTE WS-INSTR-AVG ROUNDED = WS-GRP-TOT / WS-GRP-GRADED.   00720000
           COMPUTE WS-COURSE-AVG ROUNDED = WS-CRS-TOT / WS-CRS-CNT.     00721000
           COMPUTE WS-PASS-RATE ROUNDED =                               00722000
               WS-GRP-PASS * 100 / WS-GRP-GRADED.                       00723000
           COMPUTE WS-NINETY-RATE ROUNDED =                             00724000
               WS-GRP-NINETY * 100 / WS-GRP-GRADED.                     00725000
           MOVE WS-INSTR-AVG   TO D1-AVG.                               00726000
           MOVE WS-COURSE-AVG  TO D1-CRS-AVG.                           00727000
           MOVE WS-PASS-RATE   TO D1-PASS-RATE.                         00728000
           MOVE WS-NINETY-RATE TO D1-NINETY-RATE.                       00729000
           IF WS-GRP-TERMS < WS-MIN-TERMS                               00730000
               GO TO Z-GROUP-SUMMARY-WRITE.                             00731000
           IF WS-GRP-ABOVE = WS-GRP-TERMS                               00732000
               MOVE "** CONSISTENTLY ABOVE **" TO D1-FLAG               00733000
               ADD 1 TO WS-FLAGGED-CNT.                                 00734000
           IF WS-GRP-BELOW = WS-GRP-TERMS                               00735000
               MOVE "** CONSISTENTLY BELOW **" TO D1-FLAG               00736000
               ADD 1 TO WS-FLAGGED-CNT.                                 00737000
       Z-GROUP-SUMMARY-WRITE.                                           00738000
           IF WS-LINE-CNT > 65                                          00739000
               PERFORM Z-HEADINGS.                                      00740000
           WRITE INS-REPORT-DETAILS FROM D1-TERM-LINE.                  00741000
           ADD 1 TO WS-LINE-CNT.                                        00742000
       Z-GROUP-SUMMARY-EXIT.                                            00740101
           EXIT.                                                        00740201
       Z-TOTALS.                                                        00743000
      *    A RUN OVER AN EMPTY MASTER STILL PRINTS THE TOTALS PAGE SO   00744000
      *    THE CHAIRS CAN SEE THE SWEEP ACTUALLY RAN.                   00745000
           IF WS-LINE-CNT > 58                                          00746000
               PERFORM Z-HEADINGS.                                      00747000
           MOVE "MASTER RECORDS READ"          TO T1-TOTAL-TEXT.        00748000
           MOVE WS-MASTER-READ-CNT             TO T1-TOTAL-CNT.         00749000
           WRITE INS-REPORT-DETAILS FROM T1-TOTAL-LINE                  00750000
               AFTER ADVANCING 2 LINES.                                 00751000
           MOVE "ARCHIVED TERMS READ"          TO T1-TOTAL-TEXT.        00752000
           MOVE WS-ARC-READ-CNT                TO T1-TOTAL-CNT.         00753000
           WRITE INS-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00754000
           MOVE "NUMERIC GRADES ANALYZED"      TO T1-TOTAL-TEXT.        00755000
           MOVE WS-GRADE-CNT                   TO T1-TOTAL-CNT.         00756000
           WRITE INS-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00757000
           MOVE "INSTRUCTOR/COURSE PAIRS"      TO T1-TOTAL-TEXT.        00758000
           MOVE WS-GROUP-CNT                   TO T1-TOTAL-CNT.         00759000
           WRITE INS-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00760000
           MOVE "PAIRS FLAGGED"                TO T1-TOTAL-TEXT.        00761000
           MOVE WS-FLAGGED-CNT                 TO T1-TOTAL-CNT.         00762000
           WRITE INS-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00763000
