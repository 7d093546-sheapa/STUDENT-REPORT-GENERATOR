       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID. Z13054P1.                                            00002000
      * CLASS HISTORY RESTATEMENT.  Z13032P3 APPENDS ONE DDCLSHST       00003000
      * RECORD PER CLASS PER RUN FROM THE ROSTER IT WAS GIVEN, AND      00004000
      * NOTHING EVER GOES BACK TO IT -- A LATER Z13038P1 CORRECTION OR  00005000
      * PURGE, OR A Z13033P1 RE-POST, CHANGES THE MASTER BUT LEAVES     00006000
      * THE HISTORY STANDING ON THE OLD GRADES, SO THE Z13036P1 TRENDS  00007000
      * AND THE Z13043P1 CONSOLIDATION DRIFT AWAY FROM THE MASTER.      00008000
      * THIS PROGRAM SWEEPS THE KEYED STUDENT MASTER, AND THE DDTRMARC  00009000
      * TERM ARCHIVE BEHIND IT, AND RECOMPUTES EACH CLASS'S STUDENT     00010000
      * COUNT, AVERAGE, AND PASS COUNT PER TERM THE SAME WAY Z13032P3   00011000
      * DOES (NUMERIC GRADES ONLY, W AND I MARKS LEFT OUT, PASS AT OR   00012000
      * ABOVE THE DDSITEPM CUTOFF).  EVERY HISTORY RECORD IS COMPARED   00013000
      * WITH THE MASTER FIGURES FOR ITS CLASS AND TERM AND COPIED TO    00014000
      * DDCLSNEW IN ITS ORIGINAL ORDER -- RESTATED WHERE THE MASTER     00015000
      * DISAGREES, UNCHANGED WHERE IT AGREES OR CANNOT BE MATCHED.      00016000
      * DDRSTRPT IS THE BEFORE/AFTER LISTING FOR CURRICULUM REVIEW,     00017000
      * BY CLASS, TERM, AND RUN DATE, WITH THE MASTER CLASS-TERMS       00018000
      * THAT HAVE NO HISTORY RECORD AT ALL.                             00019000
      *                                                                 00020000
      * THE HISTORY RECORD CARRIES A RUN DATE, NOT A TERM ID.  EACH     00021000
      * RUN DATE IS FILED UNDER THE TERM ON ITS DDRSTPRM CARD; A RUN    00022000
      * DATE WITH NO CARD FILES UNDER "MM/DD/YY" FROM THE RUN DATE,     00023000
      * THE SAME TERM ID Z13033P1 FALLS BACK TO WHEN ITS PARM CARD      00024000
      * CARRIES NO TERM.                                                00025000
      *                                                                 00026000
      * RUN IT WHILE NO Z13032P3 IS APPENDING TO DDCLSHST:              00027000
      *   1. POINT DDCLSHST AT THE SITE'S HISTORY AND DDCLSNEW AT A     00028000
      *      FRESH DATA SET OF THE SAME RECORD LENGTH.                  00029000
      *   2. REVIEW DDRSTRPT, THEN RENAME DDCLSNEW INTO PLACE AS THE    00030000
      *      SITE'S DDCLSHST -- THE SAME SWAP THE Z13044P1 CUTOVER      00031000
      *      USED.  THE OLD DATA SET IS THE BEFORE IMAGE UNTIL THE      00032000
      *      NEXT BACKUP CYCLE RETIRES IT.                              00033000
       ENVIRONMENT DIVISION.                                            00034000
       INPUT-OUTPUT SECTION.                                            00035000
       FILE-CONTROL.                                                    00036000
           SELECT TERM-MAP-FILE   ASSIGN TO DDRSTPRM                    00037000
               FILE STATUS IS WS-TERM-MAP-FS.                           00038000
           SELECT SITE-PARM-FILE  ASSIGN TO DDSITEPM                    00039000
               FILE STATUS IS WS-SITE-PARM-FS.                          00040000
           SELECT STUDENT-MASTER  ASSIGN TO DDSTUMST                    00041000
               ORGANIZATION IS INDEXED                                  00042000
               ACCESS MODE IS SEQUENTIAL                                00043000
               RECORD KEY IS SM-USERID                                  00044000
               FILE STATUS IS WS-MASTER-FS.                             00045000
           SELECT TERM-ARCHIVE    ASSIGN TO DDTRMARC                    00046000
               ORGANIZATION IS INDEXED                                  00047000
               ACCESS MODE IS SEQUENTIAL                                00048000
               RECORD KEY IS TA-KEY                                     00049000
               FILE STATUS IS WS-ARCHIVE-FS.                            00050000
           SELECT CLASS-HISTORY-FILE ASSIGN TO DDCLSHST                 00051000
               FILE STATUS IS WS-HIST-FS.                               00052000
           SELECT HIST-NEW-FILE   ASSIGN TO DDCLSNEW.                   00053000
           SELECT RST-SORT-FILE   ASSIGN TO DDRSTWRK.                   00054000
           SELECT RST-RPT-FILE    ASSIGN TO DDRSTRPT.                   00055000
       DATA DIVISION.                                                   00056000
       FILE SECTION.                                                    00057000
      *    OPTIONAL TERM MAP -- ONE CARD PER Z13032P3 RUN DATE THAT     00058000
      *    BELONGS TO A TERM OTHER THAN ITS OWN "MM/DD/YY".             00059000
      *      RUN-DATE    RUN DATE AS IT SITS ON THE HISTORY RECORD,     00060000
      *                  MONTH, DAY, YEAR (MMDDYY)                      00061000
      *      TERM-ID     TERM Z13033P1 FILED THAT RUN'S GRADES UNDER    00062000
       FD  TERM-MAP-FILE                                                00063000
               RECORDING MODE IS F                                      00064000
               DATA RECORD IS TERM-MAP-RECORD.                          00065000
       01 TERM-MAP-RECORD.                                              00066000
           05 MP-RUN-DATE.                                              00067000
               10 MP-RUN-MM           PIC XX.                           00068000
               10 MP-RUN-DD           PIC XX.                           00069000
               10 MP-RUN-YY           PIC XX.                           00070000
           05 MP-TERM-ID              PIC X(8).                         00071000
           05 FILLER                  PIC X(66).                        00072000
      *    SAME OPTIONAL PARAMETER CARD Z13032P3 READS -- THE SITE      00073000
      *    NAME SAYS WHICH HISTORY RECORDS THIS MASTER CAN SPEAK FOR,   00074000
      *    AND THE PASSING CUTOFF BUILDS THE RESTATED PASS COUNT.       00075000
       FD  SITE-PARM-FILE                                               00076000
               RECORDING MODE IS F                                      00077000
               DATA RECORD IS SITE-PARM-RECORD.                         00078000
       01 SITE-PARM-RECORD.                                             00079000
           05 PARM-INSTRUCTOR         PIC X(11).                        00080000
           05 PARM-SITE-NAME          PIC X(10).                        00081000
           05 PARM-TERM               PIC X(8).                         00082000
           05 PARM-PASS-PERCENT       PIC 9(03).                        00083000
           05 FILLER                  PIC X(16).                        00084000
      *    STUDENT MASTER AS BUILT BY Z13033P1 -- LAYOUT MUST STAY IN   00085000
      *    STEP WITH SM-MASTER-RECORD THERE.                            00086000
       FD  STUDENT-MASTER                                               00087000
               DATA RECORD IS SM-MASTER-RECORD.                         00088000
       01 SM-MASTER-RECORD.                                             00089000
           05 SM-USERID                PIC X(6).                        00090000
           05 SM-STUDENT-NAME          PIC X(20).                       00091000
           05 SM-TERM-COUNT            PIC 9(02).                       00092000
           05 SM-TERM-ENTRY OCCURS 8 TIMES                              00093000
                            INDEXED BY SM-TERM-IDX.                     00094000
               10 SM-TERM-ID           PIC X(8).                        00095000
               10 SM-TERM-NUM-CLASSES  PIC 9(02).                       00096000
               10 SM-TERM-CLASS-ENTRY OCCURS 10 TIMES                   00097000
                                      INDEXED BY SM-CLASS-IDX.          00098000
                   15 SM-CLASS-NAME    PIC X(20).                       00099000
                   15 SM-CLASS-GR-DATE PIC X(8).                        00100000
                   15 SM-CLASS-GR-PERC PIC 9(3).                        00101000
                   15 SM-CLASS-GR-MARK REDEFINES SM-CLASS-GR-PERC       00102000
                                       PIC X(3).                        00103000
                      88 SM-CLASS-WITHDRAWN       VALUE "W".            00104000
                      88 SM-CLASS-INCOMPLETE      VALUE "I".            00105000
                      88 SM-CLASS-GRADE-MARK      VALUE "W" "I".        00106000
                   15 SM-CLASS-SECTION  PIC X(3).                       00107000
                   15 SM-CLASS-INSTR    PIC X(15).                      00108000
               10 SM-TERM-OVERALL-AVG  PIC 9(3).                        00109000
               10 SM-TERM-FAIL-SW      PIC X.                           00110000
                  88 SM-TERM-FAILING             VALUE "Y".             00111000
               10 SM-TERM-HONOR-SW     PIC X.                           00112000
                  88 SM-TERM-HONOR-ROLL          VALUE "Y".             00113000
      *    TERM ARCHIVE AS BUILT BY Z13033P1 -- ONE RECORD PER TERM     00114000
      *    ROLLED OFF A FULL MASTER RECORD, KEYED ON USERID AND TERM    00115000
      *    ID.  LAYOUT MUST STAY IN STEP WITH TA-ARCHIVE-RECORD THERE.  00116000
      *    THE TERM PORTION IS AN IMAGE OF ONE SM-TERM-ENTRY, SO IT IS  00117000
      *    MOVED INTO SLOT 1 OF THE MASTER RECORD AREA AND TALLIED BY   00118000
      *    THE SAME PARAGRAPHS AS A MASTER TERM.                        00119000
       FD  TERM-ARCHIVE                                                 00120000
               DATA RECORD IS TA-ARCHIVE-RECORD.                        00121000
       01 TA-ARCHIVE-RECORD.                                            00122000
           05 TA-KEY.                                                   00123000
               10 TA-USERID            PIC X(6).                        00124000
               10 TA-TERM-ID           PIC X(8).                        00125000
           05 TA-TERM-NUM-CLASSES      PIC 9(02).                       00126000
           05 TA-TERM-CLASS-ENTRY OCCURS 10 TIMES                       00127000
                                  INDEXED BY TA-CLASS-IDX.              00128000
               10 TA-CLASS-NAME        PIC X(20).                       00129000
               10 TA-CLASS-GR-DATE     PIC X(8).                        00130000
               10 TA-CLASS-GR-PERC     PIC 9(3).                        00131000
               10 TA-CLASS-GR-MARK REDEFINES TA-CLASS-GR-PERC           00132000
                                       PIC X(3).                        00133000
               10 TA-CLASS-SECTION     PIC X(3).                        00134000
               10 TA-CLASS-INSTR       PIC X(15).                       00135000
           05 TA-TERM-OVERALL-AVG      PIC 9(3).                        00136000
           05 TA-TERM-FAIL-SW          PIC X.                           00137000
           05 TA-TERM-HONOR-SW         PIC X.                           00138000
           05 TA-STUDENT-NAME          PIC X(20).                       00139000
           05 TA-ARCHIVE-DATE          PIC X(8).                        00140000
           05 TA-ARCHIVE-TIME          PIC X(6).                        00141000
       01 TA-IMAGE-RECORD.                                              00142000
           05 FILLER                   PIC X(6).                        00143000
           05 TA-TERM-IMAGE            PIC X(505).                      00144000
           05 FILLER                   PIC X(34).                       00145000
      *    CLASS HISTORY AS APPENDED BY Z13032P3 -- LAYOUT MUST STAY    00146000
      *    IN STEP WITH HIST-RECORD THERE AND IN Z13036P1 AND           00147000
      *    Z13043P1.                                                    00148000
       FD  CLASS-HISTORY-FILE                                           00149000
               RECORDING MODE IS F                                      00150000
               DATA RECORD IS HIST-RECORD.                              00151000
       01 HIST-RECORD.                                                  00152000
           05 HIST-RUN-MM              PIC XX.                          00153000
           05 HIST-RUN-DD              PIC XX.                          00154000
           05 HIST-RUN-YY              PIC XX.                          00155000
           05 HIST-CLASS-NAME          PIC X(20).                       00156000
           05 HIST-STUDENT-CNT         PIC 9(05).                       00157000
           05 HIST-CLASS-AVG           PIC 9(03).                       00158000
           05 HIST-SITE-NAME           PIC X(10).                       00159000
           05 HIST-PASS-CNT            PIC 9(05).                       00160000
      *    THE RESTATED HISTORY -- SAME LAYOUT, ONE RECORD OUT FOR      00161000
      *    EVERY RECORD IN.                                             00162000
       FD  HIST-NEW-FILE                                                00163000
               RECORDING MODE IS F                                      00164000
               DATA RECORD IS HIST-NEW-RECORD.                          00165000
       01 HIST-NEW-RECORD.                                              00166000
           05 HN-RUN-MM                PIC XX.                          00167000
           05 HN-RUN-DD                PIC XX.                          00168000
           05 HN-RUN-YY                PIC XX.                          00169000
           05 HN-CLASS-NAME            PIC X(20).                       00170000
           05 HN-STUDENT-CNT           PIC 9(05).                       00171000
           05 HN-CLASS-AVG             PIC 9(03).                       00172000
           05 HN-SITE-NAME             PIC X(10).                       00173000
           05 HN-PASS-CNT              PIC 9(05).                       00174000
      *    ONE RELEASED RECORD PER HISTORY RECORD, PLUS ONE PER MASTER  00175000
      *    CLASS-TERM NO HISTORY RECORD MATCHED -- SORTED SO EACH       00176000
      *    CLASS'S TERMS LIST TOGETHER, RUNS IN DATE ORDER.             00177000
       SD  RST-SORT-FILE                                                00178000
               DATA RECORD IS RS-SORT-RECORD.                           00179000
       01 RS-SORT-RECORD.                                               00180000
           05 RS-CLASS-NAME            PIC X(20).                       00181000
           05 RS-TERM-ID               PIC X(8).                        00182000
           05 RS-RUN-YY                PIC XX.                          00183000
           05 RS-RUN-MM                PIC XX.                          00184000
           05 RS-RUN-DD                PIC XX.                          00185000
           05 RS-OLD-CNT               PIC 9(05).                       00186000
           05 RS-OLD-AVG               PIC 9(03).                       00187000
           05 RS-OLD-PASS              PIC 9(05).                       00188000
           05 RS-NEW-CNT               PIC 9(05).                       00189000
           05 RS-NEW-AVG               PIC 9(03).                       00190000
           05 RS-NEW-PASS              PIC 9(05).                       00191000
           05 RS-STATUS                PIC X.                           00192000
              88 RS-RESTATED                    VALUE "R".              00193000
              88 RS-AGREES                      VALUE "A".              00194000
              88 RS-TERM-UNKNOWN                VALUE "T".              00195000
              88 RS-CLASS-UNKNOWN               VALUE "C".              00196000
              88 RS-OTHER-SITE                  VALUE "S".              00197000
              88 RS-NO-HISTORY                  VALUE "N".              00198000
       FD  RST-RPT-FILE                                                 00199000
               RECORDING MODE IS F                                      00200000
               DATA RECORD IS RST-REPORT-DETAILS.                       00201000
       01 RST-REPORT-DETAILS           PIC X(133).                      00202000
       WORKING-STORAGE SECTION.                                         00203000
       01 MISC.                                                         00204000
          05 W1-CURRENT-DATE.                                           00205000
             10 W1-CURR-YEAR.                                           00206000
                15 W1-CURR-CC          PIC XX.                          00207000
                15 W1-CURR-YY          PIC XX.                          00208000
             10 W1-CURR-MONTH          PIC XX.                          00209000
             10 W1-CURR-DAY            PIC XX.                          00210000
          05 COUNTERS-SUBSCRIPTS.                                       00211000
             10 WS-MAP-EOF             PIC X       VALUE "N".           00212000
             10 WS-MASTER-EOF          PIC X       VALUE "N".           00213000
             10 WS-ARC-EOF             PIC X       VALUE "N".           00214000
             10 WS-HIST-EOF            PIC X       VALUE "N".           00215000
             10 WS-RST-RET-EOF         PIC X       VALUE "N".           00216000
             10 WS-MAP-IGNORED-CNT     PIC 9(05)   VALUE 0.             00217000
             10 WS-MASTER-READ-CNT     PIC 9(07)   VALUE 0.             00218000
             10 WS-ARC-READ-CNT        PIC 9(07)   VALUE 0.             00219000
             10 WS-GRADE-CNT           PIC 9(07)   VALUE 0.             00220000
             10 WS-HIST-READ-CNT       PIC 9(07)   VALUE 0.             00221000
             10 WS-HIST-WRITTEN-CNT    PIC 9(07)   VALUE 0.             00222000
             10 WS-RESTATED-CNT        PIC 9(07)   VALUE 0.             00223000
             10 WS-AGREE-CNT           PIC 9(07)   VALUE 0.             00224000
             10 WS-TERM-UNKNOWN-CNT    PIC 9(07)   VALUE 0.             00225000
             10 WS-CLASS-UNKNOWN-CNT   PIC 9(07)   VALUE 0.             00226000
             10 WS-OTHER-SITE-CNT      PIC 9(07)   VALUE 0.             00227000
             10 WS-NO-HISTORY-CNT      PIC 9(07)   VALUE 0.             00228000
             10 WS-PAGE-CNT            PIC 9(05)   VALUE 0.             00229000
             10 WS-LINE-CNT            PIC 99      VALUE 70.            00230000
             10 WS-CT-SLOT             PIC 9(04).                       00231000
          05 RESTATE-PARMS.                                             00232000
             10 WS-SITE-NAME           PIC X(10)  VALUE "PERSCHOLAS".   00233000
             10 WS-PASS-PERCENT        PIC 9(03)  VALUE 70.             00234000
             10 WS-TERM-MAP-FS         PIC XX     VALUE "00".           00235000
             10 WS-SITE-PARM-FS        PIC XX     VALUE "00".           00236000
             10 WS-MASTER-FS           PIC XX     VALUE "00".           00237000
             10 WS-ARCHIVE-FS          PIC XX     VALUE "00".           00238000
             10 WS-HIST-FS             PIC XX     VALUE "00".           00239000
      *    MATCHES THE OCCURS BOUNDS ON MAP-TAB-ENTRY AND CT-TAB-ENTRY. 00240000
             10 WS-MAX-MAP-TAB         PIC 9(04)  VALUE 500.            00241000
             10 WS-MAX-CT-TAB          PIC 9(04)  VALUE 2000.           00242000
          05 HIST-PARMS.                                                00243000
             10 WS-HIST-RUN-DATE.                                       00244000
                15 WS-HIST-RUN-MM      PIC XX.                          00245000
                15 WS-HIST-RUN-DD      PIC XX.                          00246000
                15 WS-HIST-RUN-YY      PIC XX.                          00247000
             10 WS-HIST-TERM           PIC X(8).                        00248000
             10 WS-TERM-KNOWN-SW       PIC X      VALUE "N".            00249000
                88 TERM-KNOWN                     VALUE "Y".            00250000
             10 WS-OLD-CNT             PIC 9(05).                       00251000
             10 WS-OLD-AVG             PIC 9(03).                       00252000
             10 WS-OLD-PASS            PIC 9(05).                       00253000
             10 WS-NEW-AVG             PIC 9(03).                       00254000
             10 WS-PREV-CLASS          PIC X(20)  VALUE SPACES.         00255000
       01 MAP-TABLE-AREA.                                               00256000
      *    RUN DATE TO TERM ID, FROM THE DDRSTPRM CARDS IN CARD ORDER.  00257000
          05 MAP-TAB-COUNT           PIC 9(04)  VALUE 0.                00258000
          05 MAP-TAB-ENTRY OCCURS 1 TO 500 TIMES                        00259000
                           DEPENDING ON MAP-TAB-COUNT                   00260000
                           INDEXED BY MAP-TAB-IDX.                      00261000
             10 MAP-TAB-RUN-DATE        PIC X(6).                       00262000
             10 MAP-TAB-TERM-ID         PIC X(8).                       00263000
       01 CT-TABLE-AREA.                                                00264000
      *    ONE ACCUMULATOR PER CLASS AND TERM ON THE MASTER OR THE      00265000
      *    ARCHIVE.  A CLASS CARRYING ONLY W OR I MARKS STILL GETS AN   00266000
      *    ENTRY SO ITS TERM IS KNOWN, BUT Z13032P3 WOULD NEVER HAVE    00267000
      *    WRITTEN A HISTORY RECORD FOR IT.                             00268000
          05 CT-TAB-COUNT            PIC 9(04)  VALUE 0.                00269000
          05 CT-TAB-ENTRY OCCURS 1 TO 2000 TIMES                        00270000
                          DEPENDING ON CT-TAB-COUNT                     00271000
                          INDEXED BY CT-TAB-IDX.                        00272000
             10 CT-TAB-CLASS            PIC X(20).                      00273000
             10 CT-TAB-TERM             PIC X(8).                       00274000
             10 CT-TAB-GRADED           PIC 9(05).                      00275000
             10 CT-TAB-GRADE-TOT        PIC 9(07).                      00276000
             10 CT-TAB-PASS-CNT         PIC 9(05).                      00277000
             10 CT-TAB-MATCHED-SW       PIC X.                          00278000
                88 CT-TAB-MATCHED                 VALUE "Y".            00279000
       01 H1-HEADING.                                                   00280000
          05 FILLER                    PIC X       VALUE SPACES.        00281000
          05 FILLER                    PIC X(35)   VALUE                00282000
              'CLASS HISTORY RESTATEMENT'.                              00283000
          05 FILLER                    PIC X(18)   VALUE SPACES.        00284000
          05 FILLER                    PIC X(9)    VALUE                00285000
              'RUN DATE:'.                                              00286000
          05 H1-CURR-MM                PIC XX.                          00287000
          05 FILLER                    PIC X       VALUE                00288000
              '/'.                                                      00289000
          05 H1-CURR-DD                PIC XX.                          00290000
          05 FILLER                    PIC X       VALUE                00291000
              '/'.                                                      00292000
          05 H1-CURR-YY                PIC XX.                          00293000
       01 H2-HEADING.                                                   00294000
          05 FILLER                    PIC X(53)   VALUE SPACES.        00295000
          05 FILLER                    PIC X(5)    VALUE                00296000
              'PAGE:'.                                                  00297000
          05 H2-PAGE-NUM               PIC 9(05).                       00298000
       01 H3-HEADING.                                                   00299000
          05 FILLER                    PIC X(42)   VALUE SPACES.        00300000
          05 FILLER                    PIC X(17)   VALUE                00301000
              '---- HISTORY ----'.                                      00302000
          05 FILLER                    PIC X       VALUE SPACES.        00303000
          05 FILLER                    PIC X(18)   VALUE                00304000
              '---- RESTATED ----'.                                     00305000
       01 H4-HEADING.                                                   00306000
          05 FILLER                    PIC X(2)    VALUE SPACES.        00307000
          05 FILLER                    PIC X(21)   VALUE 'CLASS'.       00308000
          05 FILLER                    PIC X(9)    VALUE 'TERM'.        00309000
          05 FILLER                    PIC X(10)   VALUE 'RUN DATE'.    00310000
          05 FILLER                    PIC X(18)   VALUE                00311000
              'STUDS AVG   PASS'.                                       00312000
          05 FILLER                    PIC X(20)   VALUE                00313000
              'STUDS  AVG   PASS'.                                      00314000
          05 FILLER                    PIC X(6)    VALUE 'STATUS'.      00315000
       01 D1-DETAIL-LINE.                                               00316000
           05 FILLER                   PIC XX      VALUE SPACES.        00317000
           05 D1-CLASS                 PIC X(20).                       00318000
           05 FILLER                   PIC X       VALUE SPACES.        00319000
           05 D1-TERM                  PIC X(8).                        00320000
           05 FILLER                   PIC X       VALUE SPACES.        00321000
           05 D1-RUN-DATE.                                              00322000
               10 D1-RUN-MM            PIC XX.                          00323000
               10 D1-RUN-SL1           PIC X.                           00324000
               10 D1-RUN-DD            PIC XX.                          00325000
               10 D1-RUN-SL2           PIC X.                           00326000
               10 D1-RUN-YY            PIC XX.                          00327000
           05 FILLER                   PIC XX      VALUE SPACES.        00328000
           05 D1-OLD-CNT               PIC ZZZZ9.                       00329000
           05 FILLER                   PIC X       VALUE SPACES.        00330000
           05 D1-OLD-AVG               PIC ZZ9.                         00331000
           05 FILLER                   PIC X       VALUE SPACES.        00332000
           05 D1-OLD-PASS              PIC ZZZZ9.                       00333000
           05 FILLER                   PIC X(3)    VALUE SPACES.        00334000
           05 D1-NEW-CNT               PIC ZZZZ9.                       00335000
           05 D1-CNT-MARK              PIC X.                           00336000
           05 FILLER                   PIC X       VALUE SPACES.        00337000
           05 D1-NEW-AVG               PIC ZZ9.                         00338000
           05 D1-AVG-MARK              PIC X.                           00339000
           05 FILLER                   PIC X       VALUE SPACES.        00340000
           05 D1-NEW-PASS              PIC ZZZZ9.                       00341000
           05 D1-PASS-MARK             PIC X.                           00342000
           05 FILLER                   PIC XX      VALUE SPACES.        00343000
           05 D1-STATUS                PIC X(30).                       00344000
       01 T1-TOTAL-LINE.                                                00345000
           05 FILLER                   PIC XX      VALUE SPACES.        00346000
           05 T1-TOTAL-TEXT            PIC X(34).                       00347000
           05 FILLER                   PIC X       VALUE SPACES.        00348000
           05 T1-TOTAL-CNT             PIC ZZZZZZ9.                     00349000
       PROCEDURE DIVISION.                                              00350000
       MAIN-CONTROL.                                                    00351000
           PERFORM A-INITIAL.                                           00352000
           PERFORM D-RESTATE-SORT.                                      00353000
           PERFORM C-END.                                               00354000
       A-INITIAL.                                                       00355000
           MOVE FUNCTION CURRENT-DATE TO W1-CURRENT-DATE.               00356000
           MOVE W1-CURR-MONTH         TO H1-CURR-MM.                    00357000
           MOVE W1-CURR-DAY           TO H1-CURR-DD.                    00358000
           MOVE W1-CURR-YY            TO H1-CURR-YY.                    00359000
           PERFORM A-SITE-PARM-READ.                                    00360000
           PERFORM A-TERM-MAP-LOAD THRU A-TERM-MAP-LOAD-EXIT.           00361000
      *    NO HISTORY MEANS NOTHING TO RESTATE, AND AN EMPTY DDCLSNEW   00362000
      *    SWAPPED INTO PLACE WOULD WIPE THE SITE'S HISTORY -- STOP     00363000
      *    BEFORE THE NEW FILE IS EVEN OPENED.                          00364000
           OPEN INPUT CLASS-HISTORY-FILE.                               00365000
           IF WS-HIST-FS NOT = "00"                                     00366000
               DISPLAY "Z13054P1 - CLASS HISTORY OPEN FAILED, "         00367000
                   "STATUS " WS-HIST-FS                                 00368000
               MOVE 8 TO RETURN-CODE                                    00369000
               STOP RUN                                                 00370000
           END-IF.                                                      00371000
           OPEN OUTPUT HIST-NEW-FILE.                                   00372000
           OPEN OUTPUT RST-RPT-FILE.                                    00373000
      *    OPTIONAL SITE CARD -- A MISSING DD OR A BLANK FIELD ON THE   00374000
      *    CARD LEAVES THE WS- DEFAULT IN PLACE.                        00375000
       A-SITE-PARM-READ.                                                00376000
           OPEN INPUT SITE-PARM-FILE.                                   00377000
           IF WS-SITE-PARM-FS = "00"                                    00378000
               READ SITE-PARM-FILE                                      00379000
                   AT END                                               00380000
                       CONTINUE                                         00381000
               END-READ                                                 00382000
               IF PARM-SITE-NAME NOT = SPACES                           00383000
                   MOVE PARM-SITE-NAME TO WS-SITE-NAME                  00384000
               END-IF                                                   00385000
               IF PARM-PASS-PERCENT NUMERIC                             00386000
                       AND PARM-PASS-PERCENT > 0                        00387000
                   MOVE PARM-PASS-PERCENT TO WS-PASS-PERCENT            00388000
               END-IF                                                   00389000
               CLOSE SITE-PARM-FILE                                     00390000
           END-IF.                                                      00391000
      *    THE TERM MAP IS OPTIONAL -- A SITE THAT NEVER PUT A TERM ON  00392000
      *    ITS PARM CARD FILED EVERY RUN UNDER ITS RUN DATE ANYWAY.     00393000
       A-TERM-MAP-LOAD.                                                 00394000
           OPEN INPUT TERM-MAP-FILE.                                    00395000
           IF WS-TERM-MAP-FS NOT = "00"                                 00396000
               DISPLAY "Z13054P1 - NO TERM MAP, STATUS "                00397000
                   WS-TERM-MAP-FS " -- RUN DATES FILE AS MM/DD/YY"      00398000
               GO TO A-TERM-MAP-LOAD-EXIT.                              00399000
           PERFORM A-TERM-MAP-ONE THRU A-TERM-MAP-ONE-EXIT              00400000
               UNTIL WS-MAP-EOF = "Y".                                  00401000
           CLOSE TERM-MAP-FILE.                                         00402000
       A-TERM-MAP-LOAD-EXIT.                                            00403000
           EXIT.                                                        00404000
       A-TERM-MAP-ONE.                                                  00405000
           READ TERM-MAP-FILE                                           00406000
               AT END                                                   00407000
                   MOVE "Y" TO WS-MAP-EOF                               00408000
                   GO TO A-TERM-MAP-ONE-EXIT                            00409000
           END-READ.                                                    00410000
           IF MP-RUN-DATE NOT NUMERIC                                   00411000
                   OR MP-TERM-ID = SPACES                               00412000
               DISPLAY "Z13054P1 - TERM MAP CARD IGNORED: "             00413000
                   MP-RUN-DATE " " MP-TERM-ID                           00414000
               ADD 1 TO WS-MAP-IGNORED-CNT                              00415000
               GO TO A-TERM-MAP-ONE-EXIT.                               00416000
           IF MAP-TAB-COUNT >= WS-MAX-MAP-TAB                           00417000
               DISPLAY "Z13054P1 - TERM MAP CARDS EXCEED "              00418000
                   "CAPACITY OF " WS-MAX-MAP-TAB                        00419000
               DISPLAY "Z13054P1 - RUN TERMINATED -- RAISE MAP-TAB-"    00420000
                   "ENTRY OCCURS MAX AND RECOMPILE"                     00421000
               MOVE 16 TO RETURN-CODE                                   00422000
               CLOSE TERM-MAP-FILE                                      00423000
               STOP RUN.                                                00424000
           ADD 1 TO MAP-TAB-COUNT.                                      00425000
           SET MAP-TAB-IDX TO MAP-TAB-COUNT.                            00426000
           MOVE MP-RUN-DATE TO MAP-TAB-RUN-DATE (MAP-TAB-IDX).          00427000
           MOVE MP-TERM-ID  TO MAP-TAB-TERM-ID (MAP-TAB-IDX).           00428000
       A-TERM-MAP-ONE-EXIT.                                             00429000
           EXIT.                                                        00430000
       D-RESTATE-SORT.                                                  00431000
           SORT RST-SORT-FILE                                           00432000
               ON ASCENDING KEY RS-CLASS-NAME RS-TERM-ID                00433000
                                RS-RUN-YY RS-RUN-MM RS-RUN-DD           00434000
               INPUT PROCEDURE D-RESTATE-IN                             00435000
               OUTPUT PROCEDURE D-RESTATE-OUT.                          00436000
      *    TALLY EVERY TERM ON THE MASTER AND THE ARCHIVE, THEN COPY    00437000
      *    THE HISTORY ACROSS RECORD BY RECORD, THEN RELEASE THE        00438000
      *    MASTER CLASS-TERMS NO HISTORY RECORD CLAIMED.                00439000
       D-RESTATE-IN.                                                    00440000
           OPEN INPUT STUDENT-MASTER.                                   00441000
           IF WS-MASTER-FS NOT = "00"                                   00442000
               DISPLAY "Z13054P1 - STUDENT MASTER OPEN FAILED, "        00443000
                   "STATUS " WS-MASTER-FS                               00444000
               MOVE 16 TO RETURN-CODE                                   00445000
               CLOSE CLASS-HISTORY-FILE HIST-NEW-FILE RST-RPT-FILE      00446000
               STOP RUN                                                 00447000
           END-IF.                                                      00448000
           PERFORM D-MASTER-SCAN-ONE THRU D-MASTER-SCAN-ONE-EXIT        00449000
               UNTIL WS-MASTER-EOF = "Y".                               00450000
      *    THE ARCHIVE IS OPTIONAL -- UNTIL A STUDENT FILLS ALL EIGHT   00451000
      *    MASTER SLOTS THERE MAY BE NONE.                              00452000
           OPEN INPUT TERM-ARCHIVE.                                     00453000
           IF WS-ARCHIVE-FS = "00"                                      00454000
               PERFORM D-ARCHIVE-SCAN-ONE THRU D-ARCHIVE-SCAN-ONE-EXIT  00455000
                   UNTIL WS-ARC-EOF = "Y"                               00456000
               CLOSE TERM-ARCHIVE                                       00457000
           ELSE                                                         00458000
               DISPLAY "Z13054P1 - NO TERM ARCHIVE, STATUS "            00459000
                   WS-ARCHIVE-FS " -- MASTER TERMS ONLY"                00460000
           END-IF.                                                      00461000
           CLOSE STUDENT-MASTER.                                        00462000
           PERFORM D-HIST-ONE THRU D-HIST-ONE-EXIT                      00463000
               UNTIL WS-HIST-EOF = "Y".                                 00464000
           CLOSE CLASS-HISTORY-FILE HIST-NEW-FILE.                      00465000
           PERFORM D-NO-HIST-ONE THRU D-NO-HIST-ONE-EXIT                00466000
               VARYING CT-TAB-IDX FROM 1 BY 1                           00467000
               UNTIL CT-TAB-IDX > CT-TAB-COUNT.                         00468000
       D-MASTER-SCAN-ONE.                                               00469000
           READ STUDENT-MASTER NEXT RECORD                              00470000
               AT END                                                   00471000
                   MOVE "Y" TO WS-MASTER-EOF                            00472000
                   GO TO D-MASTER-SCAN-ONE-EXIT                         00473000
           END-READ.                                                    00474000
           ADD 1 TO WS-MASTER-READ-CNT.                                 00475000
           PERFORM B-TALLY-TERM THRU B-TALLY-TERM-EXIT                  00476000
               VARYING SM-TERM-IDX FROM 1 BY 1                          00477000
               UNTIL SM-TERM-IDX > SM-TERM-COUNT.                       00478000
       D-MASTER-SCAN-ONE-EXIT.                                          00479000
           EXIT.                                                        00480000
      *    THE MASTER IS AT END BY NOW, SO ITS RECORD AREA IS FREE TO   00481000
      *    HOLD THE ARCHIVED TERM IN SLOT 1.                            00482000
       D-ARCHIVE-SCAN-ONE.                                              00483000
           READ TERM-ARCHIVE NEXT RECORD                                00484000
               AT END                                                   00485000
                   MOVE "Y" TO WS-ARC-EOF                               00486000
                   GO TO D-ARCHIVE-SCAN-ONE-EXIT                        00487000
           END-READ.                                                    00488000
           ADD 1 TO WS-ARC-READ-CNT.                                    00489000
           MOVE TA-TERM-IMAGE TO SM-TERM-ENTRY (1).                     00490000
           SET SM-TERM-IDX TO 1.                                        00491000
           PERFORM B-TALLY-TERM THRU B-TALLY-TERM-EXIT.                 00492000
       D-ARCHIVE-SCAN-ONE-EXIT.                                         00493000
           EXIT.                                                        00494000
      *    EVERY HISTORY RECORD GOES OUT AGAIN.  ONE THIS MASTER CANNOT 00495000
      *    SPEAK FOR -- ANOTHER SITE'S, OR A CLASS AND TERM THE MASTER  00496000
      *    DOES NOT CARRY -- GOES OUT UNCHANGED AND IS LISTED SO THE    00497000
      *    TERM MAP OR THE SITE CARD CAN BE PUT RIGHT AND THE RUN       00498000
      *    REPEATED.                                                    00499000
       D-HIST-ONE.                                                      00500000
           READ CLASS-HISTORY-FILE                                      00501000
               AT END                                                   00502000
                   MOVE "Y" TO WS-HIST-EOF                              00503000
                   GO TO D-HIST-ONE-EXIT                                00504000
           END-READ.                                                    00505000
           ADD 1 TO WS-HIST-READ-CNT.                                   00506000
           MOVE HIST-RECORD TO HIST-NEW-RECORD.                         00507000
           MOVE HIST-RUN-MM TO WS-HIST-RUN-MM.                          00508000
           MOVE HIST-RUN-DD TO WS-HIST-RUN-DD.                          00509000
           MOVE HIST-RUN-YY TO WS-HIST-RUN-YY.                          00510000
           PERFORM B-TERM-MAP THRU B-TERM-MAP-EXIT.                     00511000
      *    A DAMAGED COUNT ON THE OLD RECORD LISTS AS ZERO -- THE       00512000
      *    SAME READING Z13043P1 GIVES IT.                              00513000
           MOVE 0 TO WS-OLD-CNT WS-OLD-AVG WS-OLD-PASS.                 00514000
           IF HIST-STUDENT-CNT NUMERIC                                  00515000
               MOVE HIST-STUDENT-CNT TO WS-OLD-CNT.                     00516000
           IF HIST-CLASS-AVG NUMERIC                                    00517000
               MOVE HIST-CLASS-AVG TO WS-OLD-AVG.                       00518000
           IF HIST-PASS-CNT NUMERIC                                     00519000
               MOVE HIST-PASS-CNT TO WS-OLD-PASS.                       00520000
           MOVE HIST-CLASS-NAME TO RS-CLASS-NAME.                       00521000
           MOVE WS-HIST-TERM    TO RS-TERM-ID.                          00522000
           MOVE HIST-RUN-YY     TO RS-RUN-YY.                           00523000
           MOVE HIST-RUN-MM     TO RS-RUN-MM.                           00524000
           MOVE HIST-RUN-DD     TO RS-RUN-DD.                           00525000
           MOVE WS-OLD-CNT      TO RS-OLD-CNT RS-NEW-CNT.               00526000
           MOVE WS-OLD-AVG      TO RS-OLD-AVG RS-NEW-AVG.               00527000
           MOVE WS-OLD-PASS     TO RS-OLD-PASS RS-NEW-PASS.             00528000
           IF HIST-SITE-NAME NOT = WS-SITE-NAME                         00529000
               MOVE "S" TO RS-STATUS                                    00530000
               ADD 1 TO WS-OTHER-SITE-CNT                               00531000
               GO TO D-HIST-WRITE.                                      00532000
           PERFORM B-CT-LOOKUP THRU B-CT-LOOKUP-EXIT.                   00533000
           IF WS-CT-SLOT = 0                                            00534000
                   AND TERM-KNOWN                                       00535000
               MOVE "C" TO RS-STATUS                                    00536000
               ADD 1 TO WS-CLASS-UNKNOWN-CNT                            00537000
               GO TO D-HIST-WRITE.                                      00538000
           IF WS-CT-SLOT = 0                                            00539000
               MOVE "T" TO RS-STATUS                                    00540000
               ADD 1 TO WS-TERM-UNKNOWN-CNT                             00541000
               GO TO D-HIST-WRITE.                                      00542000
           MOVE "Y" TO CT-TAB-MATCHED-SW (WS-CT-SLOT).                  00543000
           MOVE 0 TO WS-NEW-AVG.                                        00544000
           IF CT-TAB-GRADED (WS-CT-SLOT) > 0                            00545000
               COMPUTE WS-NEW-AVG ROUNDED =                             00546000
                   CT-TAB-GRADE-TOT (WS-CT-SLOT)                        00547000
                   / CT-TAB-GRADED (WS-CT-SLOT).                        00548000
           MOVE CT-TAB-GRADED (WS-CT-SLOT)   TO RS-NEW-CNT.             00549000
           MOVE WS-NEW-AVG                   TO RS-NEW-AVG.             00550000
           MOVE CT-TAB-PASS-CNT (WS-CT-SLOT) TO RS-NEW-PASS.            00551000
           IF HIST-STUDENT-CNT NUMERIC                                  00552000
                   AND HIST-CLASS-AVG NUMERIC                           00553000
                   AND HIST-PASS-CNT NUMERIC                            00554000
                   AND RS-NEW-CNT  = RS-OLD-CNT                         00555000
                   AND RS-NEW-AVG  = RS-OLD-AVG                         00556000
                   AND RS-NEW-PASS = RS-OLD-PASS                        00557000
               MOVE "A" TO RS-STATUS                                    00558000
               ADD 1 TO WS-AGREE-CNT                                    00559000
               GO TO D-HIST-WRITE.                                      00560000
           MOVE "R" TO RS-STATUS.                                       00561000
           ADD 1 TO WS-RESTATED-CNT.                                    00562000
           MOVE RS-NEW-CNT  TO HN-STUDENT-CNT.                          00563000
           MOVE RS-NEW-AVG  TO HN-CLASS-AVG.                            00564000
           MOVE RS-NEW-PASS TO HN-PASS-CNT.                             00565000
       D-HIST-WRITE.                                                    00566000
           WRITE HIST-NEW-RECORD.                                       00567000
           ADD 1 TO WS-HIST-WRITTEN-CNT.                                00568000
           RELEASE RS-SORT-RECORD.                                      00569000
       D-HIST-ONE-EXIT.                                                 00570000
           EXIT.                                                        00571000
      *    A MASTER CLASS-TERM WITH GRADES BUT NO HISTORY RECORD IS     00572000
      *    LISTED ONLY -- THERE IS NO RUN DATE TO FILE IT UNDER, SO     00573000
      *    NOTHING IS ADDED TO THE HISTORY FOR IT.                      00574000
       D-NO-HIST-ONE.                                                   00575000
           IF CT-TAB-MATCHED (CT-TAB-IDX)                               00576000
                   OR CT-TAB-GRADED (CT-TAB-IDX) = 0                    00577000
               GO TO D-NO-HIST-ONE-EXIT.                                00578000
           ADD 1 TO WS-NO-HISTORY-CNT.                                  00579000
           MOVE CT-TAB-CLASS (CT-TAB-IDX) TO RS-CLASS-NAME.             00580000
           MOVE CT-TAB-TERM (CT-TAB-IDX)  TO RS-TERM-ID.                00581000
           MOVE SPACES TO RS-RUN-YY RS-RUN-MM RS-RUN-DD.                00582000
           MOVE 0 TO RS-OLD-CNT RS-OLD-AVG RS-OLD-PASS.                 00583000
           COMPUTE RS-NEW-AVG ROUNDED =                                 00584000
               CT-TAB-GRADE-TOT (CT-TAB-IDX)                            00585000
               / CT-TAB-GRADED (CT-TAB-IDX).                            00586000
           MOVE CT-TAB-GRADED (CT-TAB-IDX)   TO RS-NEW-CNT.             00587000
           MOVE CT-TAB-PASS-CNT (CT-TAB-IDX) TO RS-NEW-PASS.            00588000
           MOVE "N" TO RS-STATUS.                                       00589000
           RELEASE RS-SORT-RECORD.                                      00590000
       D-NO-HIST-ONE-EXIT.                                              00591000
           EXIT.                                                        00592000
       B-TALLY-TERM.                                                    00593000
           PERFORM B-TALLY-CLASS THRU B-TALLY-CLASS-EXIT                00594000
               VARYING SM-CLASS-IDX FROM 1 BY 1                         00595000
               UNTIL SM-CLASS-IDX > SM-TERM-NUM-CLASSES (SM-TERM-IDX).  00596000
       B-TALLY-TERM-EXIT.                                               00597000
           EXIT.                                                        00598000
      *    SAME RULES Z13032P3 BUILDS ITS CLASS FIGURES BY -- A W OR I  00599000
      *    MARK IS NOT A GRADE AND STAYS OUT OF THE COUNT, THE          00600000
      *    AVERAGE, AND THE PASS COUNT.                                 00601000
       B-TALLY-CLASS.                                                   00602000
           PERFORM B-CT-FIND THRU B-CT-FIND-EXIT.                       00603000
           IF SM-CLASS-GRADE-MARK (SM-TERM-IDX SM-CLASS-IDX)            00604000
               GO TO B-TALLY-CLASS-EXIT.                                00605000
           IF SM-CLASS-GR-PERC (SM-TERM-IDX SM-CLASS-IDX) NOT NUMERIC   00606000
               GO TO B-TALLY-CLASS-EXIT.                                00607000
           ADD 1 TO WS-GRADE-CNT.                                       00608000
           ADD 1 TO CT-TAB-GRADED (WS-CT-SLOT).                         00609000
           ADD SM-CLASS-GR-PERC (SM-TERM-IDX SM-CLASS-IDX)              00610000
               TO CT-TAB-GRADE-TOT (WS-CT-SLOT).                        00611000
           IF SM-CLASS-GR-PERC (SM-TERM-IDX SM-CLASS-IDX)               00612000
                   NOT < WS-PASS-PERCENT                                00613000
               ADD 1 TO CT-TAB-PASS-CNT (WS-CT-SLOT).                   00614000
       B-TALLY-CLASS-EXIT.                                              00615000
           EXIT.                                                        00616000
      *    FIND, OR OPEN, THE ACCUMULATOR FOR THIS CLASS AND TERM.  A   00617000
      *    FULL TABLE ENDS THE RUN THE SAME WAY THE OTHER TABLE GUARDS  00618000
      *    DO -- HISTORY RESTATED FROM PART OF THE MASTER WOULD BE      00619000
      *    WORSE THAN THE STALE FIGURES.                                00620000
       B-CT-FIND.                                                       00621000
           MOVE 0 TO WS-CT-SLOT.                                        00622000
           IF CT-TAB-COUNT > 0                                          00623000
               SET CT-TAB-IDX TO 1                                      00624000
               SEARCH CT-TAB-ENTRY                                      00625000
                   AT END                                               00626000
                       CONTINUE                                         00627000
                   WHEN CT-TAB-CLASS (CT-TAB-IDX)                       00628000
                           = SM-CLASS-NAME (SM-TERM-IDX SM-CLASS-IDX)   00629000
                       AND CT-TAB-TERM (CT-TAB-IDX)                     00630000
                           = SM-TERM-ID (SM-TERM-IDX)                   00631000
                       SET WS-CT-SLOT TO CT-TAB-IDX                     00632000
               END-SEARCH                                               00633000
           END-IF.                                                      00634000
           IF WS-CT-SLOT > 0                                            00635000
               GO TO B-CT-FIND-EXIT.                                    00636000
           IF CT-TAB-COUNT >= WS-MAX-CT-TAB                             00637000
               DISPLAY "Z13054P1 - CLASS/TERM ENTRIES EXCEED "          00638000
                   "CAPACITY OF " WS-MAX-CT-TAB                         00639000
               DISPLAY "Z13054P1 - RUN TERMINATED -- RAISE CT-TAB-"     00640000
                   "ENTRY OCCURS MAX AND RECOMPILE"                     00641000
               MOVE 16 TO RETURN-CODE                                   00642000
               STOP RUN.                                                00643000
           ADD 1 TO CT-TAB-COUNT.                                       00644000
           MOVE CT-TAB-COUNT TO WS-CT-SLOT.                             00645000
           MOVE SM-CLASS-NAME (SM-TERM-IDX SM-CLASS-IDX)                00646000
               TO CT-TAB-CLASS (WS-CT-SLOT).                            00647000
           MOVE SM-TERM-ID (SM-TERM-IDX) TO CT-TAB-TERM (WS-CT-SLOT).   00648000
           MOVE 0 TO CT-TAB-GRADED (WS-CT-SLOT)                         00649000
                     CT-TAB-GRADE-TOT (WS-CT-SLOT)                      00650000
                     CT-TAB-PASS-CNT (WS-CT-SLOT).                      00651000
           MOVE "N" TO CT-TAB-MATCHED-SW (WS-CT-SLOT).                  00652000
       B-CT-FIND-EXIT.                                                  00653000
           EXIT.                                                        00654000
      *    THE TERM A HISTORY RUN DATE FILES UNDER -- ITS DDRSTPRM      00655000
      *    CARD IF IT HAS ONE, OTHERWISE "MM/DD/YY" FROM THE RUN DATE.  00656000
       B-TERM-MAP.                                                      00657000
           IF MAP-TAB-COUNT > 0                                         00658000
               SET MAP-TAB-IDX TO 1                                     00659000
               SEARCH MAP-TAB-ENTRY                                     00660000
                   AT END                                               00661000
                       CONTINUE                                         00662000
                   WHEN MAP-TAB-RUN-DATE (MAP-TAB-IDX)                  00663000
                           = WS-HIST-RUN-DATE                           00664000
                       MOVE MAP-TAB-TERM-ID (MAP-TAB-IDX)               00665000
                           TO WS-HIST-TERM                              00666000
                       GO TO B-TERM-MAP-EXIT                            00667000
               END-SEARCH                                               00668000
           END-IF.                                                      00669000
           MOVE SPACES TO WS-HIST-TERM.                                 00670000
           STRING WS-HIST-RUN-MM DELIMITED BY SIZE                      00671000
                  '/'            DELIMITED BY SIZE                      00672000
                  WS-HIST-RUN-DD DELIMITED BY SIZE                      00673000
                  '/'            DELIMITED BY SIZE                      00674000
                  WS-HIST-RUN-YY DELIMITED BY SIZE                      00675000
               INTO WS-HIST-TERM.                                       00676000
       B-TERM-MAP-EXIT.                                                 00677000
           EXIT.                                                        00678000
      *    CLASS AND TERM OF THE CURRENT HISTORY RECORD AGAINST THE     00679000
      *    MASTER TALLY.  WHEN THE PAIR IS MISSING, TERM-KNOWN SAYS     00680000
      *    WHETHER THE TERM ITSELF IS ON THE MASTER, SO THE LISTING     00681000
      *    CAN TELL A WRONG TERM MAP FROM A CLASS PURGED OUT OF A TERM. 00682000
       B-CT-LOOKUP.                                                     00683000
           MOVE 0   TO WS-CT-SLOT.                                      00684000
           MOVE "N" TO WS-TERM-KNOWN-SW.                                00685000
           IF CT-TAB-COUNT = 0                                          00686000
               GO TO B-CT-LOOKUP-EXIT.                                  00687000
           SET CT-TAB-IDX TO 1.                                         00688000
           SEARCH CT-TAB-ENTRY                                          00689000
               AT END                                                   00690000
                   CONTINUE                                             00691000
               WHEN CT-TAB-CLASS (CT-TAB-IDX) = HIST-CLASS-NAME         00692000
                   AND CT-TAB-TERM (CT-TAB-IDX) = WS-HIST-TERM          00693000
                   SET WS-CT-SLOT TO CT-TAB-IDX                         00694000
                   MOVE "Y" TO WS-TERM-KNOWN-SW                         00695000
                   GO TO B-CT-LOOKUP-EXIT                               00696000
           END-SEARCH.                                                  00697000
           SET CT-TAB-IDX TO 1.                                         00698000
           SEARCH CT-TAB-ENTRY                                          00699000
               AT END                                                   00700000
                   CONTINUE                                             00701000
               WHEN CT-TAB-TERM (CT-TAB-IDX) = WS-HIST-TERM             00702000
                   MOVE "Y" TO WS-TERM-KNOWN-SW                         00703000
           END-SEARCH.                                                  00704000
       B-CT-LOOKUP-EXIT.                                                00705000
           EXIT.                                                        00706000
       D-RESTATE-OUT.                                                   00707000
           PERFORM D-RESTATE-PRINT-ONE THRU D-RESTATE-PRINT-ONE-EXIT    00708000
               UNTIL WS-RST-RET-EOF = "Y".                              00709000
       D-RESTATE-PRINT-ONE.                                             00710000
           RETURN RST-SORT-FILE                                         00711000
               AT END                                                   00712000
                   MOVE "Y" TO WS-RST-RET-EOF                           00713000
                   GO TO D-RESTATE-PRINT-ONE-EXIT                       00714000
           END-RETURN.                                                  00715000
           PERFORM Z-DETAIL-LINE.                                       00716000
       D-RESTATE-PRINT-ONE-EXIT.                                        00717000
           EXIT.                                                        00718000
       C-END.                                                           00719000
           PERFORM Z-TOTALS.                                            00720000
           CLOSE RST-RPT-FILE.                                          00721000
           DISPLAY "Z13054P1 - MASTER RECORDS READ:    "                00722000
               WS-MASTER-READ-CNT.                                      00723000
           DISPLAY "Z13054P1 - ARCHIVED TERMS READ:    "                00724000
               WS-ARC-READ-CNT.                                         00725000
           DISPLAY "Z13054P1 - HISTORY RECORDS READ:   "                00726000
               WS-HIST-READ-CNT.                                        00727000
           DISPLAY "Z13054P1 - HISTORY RECORDS WRITTEN:"                00728000
               WS-HIST-WRITTEN-CNT.                                     00729000
           DISPLAY "Z13054P1 - RECORDS RESTATED:       "                00730000
               WS-RESTATED-CNT.                                         00731000
           DISPLAY "Z13054P1 - RECORDS NOT MATCHED:    "                00732000
               WS-TERM-UNKNOWN-CNT " TERM  "                            00733000
               WS-CLASS-UNKNOWN-CNT " CLASS  "                          00734000
               WS-OTHER-SITE-CNT " SITE".                               00735000
      *    A COPY THAT DOES NOT BALANCE MUST NOT BE SWAPPED IN --       00736000
      *    FLAG IT FOR OPERATIONS BEFORE THE OLD FILE IS RETIRED.       00737000
           IF WS-HIST-READ-CNT NOT = WS-HIST-WRITTEN-CNT                00738000
               DISPLAY "Z13054P1 - *** READ AND WRITTEN COUNTS "        00739000
                   "DISAGREE -- DO NOT SWAP DDCLSNEW IN"                00740000
               MOVE 8 TO RETURN-CODE.                                   00741000
           STOP RUN.                                                    00742000
       Z-HEADINGS.                                                      00743000
           ADD 1 TO WS-PAGE-CNT.                                        00744000
           MOVE WS-PAGE-CNT TO H2-PAGE-NUM.                             00745000
           WRITE RST-REPORT-DETAILS FROM H1-HEADING                     00746000
               AFTER ADVANCING PAGE.                                    00747000
           WRITE RST-REPORT-DETAILS FROM H2-HEADING.                    00748000
           WRITE RST-REPORT-DETAILS FROM H3-HEADING                     00749000
               AFTER ADVANCING 2 LINES.                                 00750000
           WRITE RST-REPORT-DETAILS FROM H4-HEADING.                    00751000
           MOVE 6 TO WS-LINE-CNT.                                       00752000
           MOVE SPACES TO WS-PREV-CLASS.                                00753000
      *    ONE LINE PER HISTORY RECORD, BEFORE AND AFTER.  A RESTATED   00754000
      *    FIGURE IS MARKED "*".  A RECORD KEPT UNCHANGED SHOWS NO      00755000
      *    RESTATED FIGURES; A MASTER CLASS-TERM WITH NO HISTORY SHOWS  00756000
      *    NO HISTORY FIGURES.  EACH NEW CLASS STARTS AFTER A BLANK     00757000
      *    LINE.                                                        00758000
       Z-DETAIL-LINE.                                                   00759000
           IF WS-LINE-CNT > 64                                          00760000
               PERFORM Z-HEADINGS.                                      00761000
           IF RS-CLASS-NAME NOT = WS-PREV-CLASS                         00762000
                   AND WS-PREV-CLASS NOT = SPACES                       00763000
               MOVE SPACES TO RST-REPORT-DETAILS                        00764000
               WRITE RST-REPORT-DETAILS                                 00765000
               ADD 1 TO WS-LINE-CNT.                                    00766000
           MOVE RS-CLASS-NAME TO WS-PREV-CLASS.                         00767000
           MOVE SPACES        TO D1-DETAIL-LINE.                        00768000
           MOVE RS-CLASS-NAME TO D1-CLASS.                              00769000
           MOVE RS-TERM-ID    TO D1-TERM.                               00770000
           IF RS-NO-HISTORY                                             00771000
               MOVE "--NONE--" TO D1-RUN-DATE                           00772000
           ELSE                                                         00773000
               MOVE RS-RUN-MM TO D1-RUN-MM                              00774000
               MOVE "/"       TO D1-RUN-SL1                             00775000
               MOVE RS-RUN-DD TO D1-RUN-DD                              00776000
               MOVE "/"       TO D1-RUN-SL2                             00777000
               MOVE RS-RUN-YY TO D1-RUN-YY                              00778000
               MOVE RS-OLD-CNT  TO D1-OLD-CNT                           00779000
               MOVE RS-OLD-AVG  TO D1-OLD-AVG                           00780000
               MOVE RS-OLD-PASS TO D1-OLD-PASS                          00781000
           END-IF.                                                      00782000
           IF RS-RESTATED OR RS-AGREES OR RS-NO-HISTORY                 00783000
               MOVE RS-NEW-CNT  TO D1-NEW-CNT                           00784000
               MOVE RS-NEW-AVG  TO D1-NEW-AVG                           00785000
               MOVE RS-NEW-PASS TO D1-NEW-PASS                          00786000
           END-IF.                                                      00787000
           IF RS-RESTATED                                               00788000
               IF RS-NEW-CNT NOT = RS-OLD-CNT                           00789000
                   MOVE "*" TO D1-CNT-MARK                              00790000
               END-IF                                                   00791000
               IF RS-NEW-AVG NOT = RS-OLD-AVG                           00792000
                   MOVE "*" TO D1-AVG-MARK                              00793000
               END-IF                                                   00794000
               IF RS-NEW-PASS NOT = RS-OLD-PASS                         00795000
                   MOVE "*" TO D1-PASS-MARK                             00796000
               END-IF                                                   00797000
           END-IF.                                                      00798000
           EVALUATE TRUE                                                00799000
               WHEN RS-RESTATED                                         00800000
                   MOVE "RESTATED"                    TO D1-STATUS      00801000
               WHEN RS-AGREES                                           00802000
                   MOVE "AGREES WITH MASTER"          TO D1-STATUS      00803000
               WHEN RS-TERM-UNKNOWN                                     00804000
                   MOVE "TERM NOT ON MASTER -- KEPT"  TO D1-STATUS      00805000
               WHEN RS-CLASS-UNKNOWN                                    00806000
                   MOVE "CLASS NOT IN TERM -- KEPT"   TO D1-STATUS      00807000
               WHEN RS-OTHER-SITE                                       00808000
                   MOVE "OTHER SITE -- KEPT"          TO D1-STATUS      00809000
               WHEN RS-NO-HISTORY                                       00810000
                   MOVE "ON MASTER, NO HISTORY"       TO D1-STATUS      00811000
           END-EVALUATE.                                                00812000
           WRITE RST-REPORT-DETAILS FROM D1-DETAIL-LINE.                00813000
           ADD 1 TO WS-LINE-CNT.                                        00814000
       Z-TOTALS.                                                        00815000
      *    AN EMPTY HISTORY STILL PRINTS THE TOTALS PAGE SO CURRICULUM  00816000
      *    CAN SEE THE RESTATEMENT ACTUALLY RAN.                        00817000
           IF WS-LINE-CNT > 50                                          00818000
               PERFORM Z-HEADINGS.                                      00819000
           MOVE "PASSING CUTOFF APPLIED"       TO T1-TOTAL-TEXT.        00820000
           MOVE WS-PASS-PERCENT                TO T1-TOTAL-CNT.         00821000
           WRITE RST-REPORT-DETAILS FROM T1-TOTAL-LINE                  00822000
               AFTER ADVANCING 2 LINES.                                 00823000
           MOVE "TERM MAP CARDS LOADED"        TO T1-TOTAL-TEXT.        00824000
           MOVE MAP-TAB-COUNT                  TO T1-TOTAL-CNT.         00825000
           WRITE RST-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00826000
           MOVE "TERM MAP CARDS IGNORED"       TO T1-TOTAL-TEXT.        00827000
           MOVE WS-MAP-IGNORED-CNT             TO T1-TOTAL-CNT.         00828000
           WRITE RST-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00829000
           MOVE "MASTER RECORDS READ"          TO T1-TOTAL-TEXT.        00830000
           MOVE WS-MASTER-READ-CNT             TO T1-TOTAL-CNT.         00831000
           WRITE RST-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00832000
           MOVE "ARCHIVED TERMS READ"          TO T1-TOTAL-TEXT.        00833000
           MOVE WS-ARC-READ-CNT                TO T1-TOTAL-CNT.         00834000
           WRITE RST-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00835000
           MOVE "NUMERIC GRADES TALLIED"       TO T1-TOTAL-TEXT.        00836000
           MOVE WS-GRADE-CNT                   TO T1-TOTAL-CNT.         00837000
           WRITE RST-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00838000
           MOVE "HISTORY RECORDS READ"         TO T1-TOTAL-TEXT.        00839000
           MOVE WS-HIST-READ-CNT               TO T1-TOTAL-CNT.         00840000
           WRITE RST-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00841000
           MOVE "  RESTATED"                   TO T1-TOTAL-TEXT.        00842000
           MOVE WS-RESTATED-CNT                TO T1-TOTAL-CNT.         00843000
           WRITE RST-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00844000
           MOVE "  AGREED WITH MASTER"         TO T1-TOTAL-TEXT.        00845000
           MOVE WS-AGREE-CNT                   TO T1-TOTAL-CNT.         00846000
           WRITE RST-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00847000
           MOVE "  KEPT -- TERM NOT ON MASTER"  TO T1-TOTAL-TEXT.       00848000
           MOVE WS-TERM-UNKNOWN-CNT            TO T1-TOTAL-CNT.         00849000
           WRITE RST-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00850000
           MOVE "  KEPT -- CLASS NOT IN TERM"   TO T1-TOTAL-TEXT.       00851000
           MOVE WS-CLASS-UNKNOWN-CNT           TO T1-TOTAL-CNT.         00852000
           WRITE RST-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00853000
           MOVE "  KEPT -- OTHER SITE"         TO T1-TOTAL-TEXT.        00854000
           MOVE WS-OTHER-SITE-CNT              TO T1-TOTAL-CNT.         00855000
           WRITE RST-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00856000
           MOVE "HISTORY RECORDS WRITTEN"      TO T1-TOTAL-TEXT.        00857000
           MOVE WS-HIST-WRITTEN-CNT            TO T1-TOTAL-CNT.         00858000
           WRITE RST-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00859000
           MOVE "MASTER CLASS-TERMS, NO HISTORY" TO T1-TOTAL-TEXT.      00860000
           MOVE WS-NO-HISTORY-CNT              TO T1-TOTAL-CNT.         00861000
           WRITE RST-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00862000
