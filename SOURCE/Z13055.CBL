       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID. Z13055P1.                                            00002000
      * GRADE-CHANGE JOURNAL ANALYSIS.  READS THE DDGRDJRN JOURNAL      00003000
      * Z13033P1 APPENDS A RECORD TO FOR EVERY GRADE A RE-POST          00004000
      * CHANGED, SELECTS BY DATE RANGE, TERM, OR CLASS FROM THE         00005000
      * DDJRNPRM CARD, AND PRINTS TWO REPORTS FOR INTERNAL AUDIT:       00006000
      *   DDJRNRPT  CHANGES SUMMARIZED BY CLASS AND TERM -- RAISED,     00007000
      *             LOWERED, TO OR FROM A W/I MARK, ACROSS THE          00008000
      *             PASSING CUTOFF EACH WAY, AND LATE -- WITH THE       00009000
      *             NUMBER OF STUDENTS CHANGED MORE THAN ONCE.          00010000
      *   DDJRNEXC  EVERY CHANGE FOR A STUDENT WHOSE GRADE IN THE SAME  00011000
      *             CLASS AND TERM CHANGED MORE THAN ONCE, AND EVERY    00012000
      *             OTHER CHANGE THAT CROSSED THE CUTOFF OR CAME LATE.  00013000
      * A CHANGE IS LATE WHEN IT IS DATED MORE THAN THE CARD'S LATE     00014000
      * DAYS AFTER ITS TERM WAS FIRST POSTED.  THE FIRST-POST DATE OF   00015000
      * A TERM COMES FROM ITS DDTRMPST CARD; FAILING THAT FROM THE      00016000
      * TERM ID ITSELF WHEN Z13033P1 FILED THE TERM UNDER ITS RUN DATE  00017000
      * ("MM/DD/YY"); FAILING THAT FROM THE TERM'S EARLIEST JOURNAL     00018000
      * RECORD, WHICH CAN ONLY UNDERSTATE HOW LATE A CHANGE IS.         00019000
       ENVIRONMENT DIVISION.                                            00020000
       INPUT-OUTPUT SECTION.                                            00021000
       FILE-CONTROL.                                                    00022000
           SELECT JRN-PARM-FILE   ASSIGN TO DDJRNPRM                    00023000
               FILE STATUS IS WS-JRN-PARM-FS.                           00024000
           SELECT SITE-PARM-FILE  ASSIGN TO DDSITEPM                    00025000
               FILE STATUS IS WS-SITE-PARM-FS.                          00026000
           SELECT TERM-POST-FILE  ASSIGN TO DDTRMPST                    00027000
               FILE STATUS IS WS-TERM-POST-FS.                          00028000
           SELECT GRADE-JRNL-FILE ASSIGN TO DDGRDJRN                    00029000
               FILE STATUS IS WS-JRNL-FS.                               00030000
           SELECT JRN-SORT-FILE   ASSIGN TO DDJRNWRK.                   00031000
           SELECT JRN-SUM-FILE    ASSIGN TO DDJRNRPT.                   00032000
           SELECT JRN-EXC-FILE    ASSIGN TO DDJRNEXC.                   00033000
       DATA DIVISION.                                                   00034000
       FILE SECTION.                                                    00035000
      *    OPTIONAL SELECTION CARD -- A MISSING DD OR A BLANK FIELD     00036000
      *    SELECTS EVERYTHING ON THAT FIELD.                            00037000
      *      FROM-DATE   FIRST CHANGE DATE WANTED, CCYYMMDD             00038000
      *      TO-DATE     LAST CHANGE DATE WANTED, CCYYMMDD              00039000
      *      TERM-ID     ONE TERM ONLY                                  00040000
      *      CLASS-NAME  ONE CLASS ONLY                                 00041000
      *      LATE-DAYS   DAYS AFTER FIRST POSTING A CHANGE MAY COME     00042000
      *                  BEFORE IT IS FLAGGED LATE                      00043000
       FD  JRN-PARM-FILE                                                00044000
               RECORDING MODE IS F                                      00045000
               DATA RECORD IS JRN-PARM-RECORD.                          00046000
       01 JRN-PARM-RECORD.                                              00047000
           05 PARM-FROM-DATE          PIC X(8).                         00048000
           05 PARM-TO-DATE            PIC X(8).                         00049000
           05 PARM-TERM-ID            PIC X(8).                         00050000
           05 PARM-CLASS-NAME         PIC X(20).                        00051000
           05 PARM-LATE-DAYS          PIC 9(03).                        00052000
           05 FILLER                  PIC X(33).                        00053000
      *    SAME OPTIONAL PARAMETER CARD Z13032P3 READS -- ONLY THE      00054000
      *    PASSING CUTOFF MATTERS TO THIS PROGRAM.                      00055000
       FD  SITE-PARM-FILE                                               00056000
               RECORDING MODE IS F                                      00057000
               DATA RECORD IS SITE-PARM-RECORD.                         00058000
       01 SITE-PARM-RECORD.                                             00059000
           05 PARM-INSTRUCTOR         PIC X(11).                        00060000
           05 PARM-SITE-NAME          PIC X(10).                        00061000
           05 PARM-TERM               PIC X(8).                         00062000
           05 PARM-PASS-PERCENT       PIC 9(03).                        00063000
           05 FILLER                  PIC X(16).                        00064000
      *    OPTIONAL TERM POSTING DATES -- ONE CARD PER TERM WHOSE       00065000
      *    FIRST POSTING DATE CANNOT BE READ FROM ITS TERM ID.          00066000
      *      TERM-ID     TERM AS Z13033P1 FILED IT                      00067000
      *      POST-DATE   DATE Z13033P1 FIRST POSTED IT, CCYYMMDD        00068000
       FD  TERM-POST-FILE                                               00069000
               RECORDING MODE IS F                                      00070000
               DATA RECORD IS TERM-POST-RECORD.                         00071000
       01 TERM-POST-RECORD.                                             00072000
           05 TPC-TERM-ID             PIC X(8).                         00073000
           05 TPC-POST-DATE           PIC X(8).                         00074000
           05 FILLER                  PIC X(64).                        00075000
      *    GRADE-CHANGE JOURNAL AS APPENDED BY Z13033P1 -- LAYOUT MUST  00076000
      *    STAY IN STEP WITH JRN-RECORD THERE.                          00077000
       FD  GRADE-JRNL-FILE                                              00078000
               RECORDING MODE IS F                                      00079000
               DATA RECORD IS JRN-RECORD.                               00080000
       01 JRN-RECORD.                                                   00081000
           05 JRN-RUN-MM              PIC XX.                           00082000
           05 JRN-RUN-DD              PIC XX.                           00083000
           05 JRN-RUN-YY              PIC XX.                           00084000
           05 JRN-RUN-TIME            PIC X(6).                         00085000
           05 JRN-USERID              PIC X(6).                         00086000
           05 JRN-TERM-ID             PIC X(8).                         00087000
           05 JRN-CLASS-NAME          PIC X(20).                        00088000
      *    X(3), NOT 9(3) -- A W/I GRADE MARK JOURNALS AS KEYED.        00089000
           05 JRN-OLD-PERC            PIC X(3).                         00090000
           05 JRN-NEW-PERC            PIC X(3).                         00091000
      *    ONE RELEASED RECORD PER SELECTED CHANGE -- SORTED SO EACH    00092000
      *    CLASS AND TERM COMES TOGETHER, EACH STUDENT'S CHANGES IN     00093000
      *    THE ORDER THEY WERE MADE.                                    00094000
       SD  JRN-SORT-FILE                                                00095000
               DATA RECORD IS JS-SORT-RECORD.                           00096000
       01 JS-SORT-RECORD.                                               00097000
           05 JS-CLASS-NAME            PIC X(20).                       00098000
           05 JS-TERM-ID               PIC X(8).                        00099000
           05 JS-USERID                PIC X(6).                        00100000
           05 JS-CHG-DATE              PIC 9(8).                        00101000
           05 JS-RUN-TIME              PIC X(6).                        00102000
           05 JS-OLD-PERC              PIC X(3).                        00103000
           05 JS-NEW-PERC              PIC X(3).                        00104000
       FD  JRN-SUM-FILE                                                 00105000
               RECORDING MODE IS F                                      00106000
               DATA RECORD IS SUM-REPORT-DETAILS.                       00107000
       01 SUM-REPORT-DETAILS           PIC X(133).                      00108000
       FD  JRN-EXC-FILE                                                 00109000
               RECORDING MODE IS F                                      00110000
               DATA RECORD IS EXC-REPORT-DETAILS.                       00111000
       01 EXC-REPORT-DETAILS           PIC X(133).                      00112000
       WORKING-STORAGE SECTION.                                         00113000
       01 MISC.                                                         00114000
          05 W1-CURRENT-DATE.                                           00115000
             10 W1-CURR-YEAR.                                           00116000
                15 W1-CURR-CC          PIC XX.                          00117000
                15 W1-CURR-YY          PIC XX.                          00118000
             10 W1-CURR-MONTH          PIC XX.                          00119000
             10 W1-CURR-DAY            PIC XX.                          00120000
          05 COUNTERS-SUBSCRIPTS.                                       00121000
             10 WS-POST-EOF            PIC X       VALUE "N".           00122000
             10 WS-JRNL-EOF            PIC X       VALUE "N".           00123000
             10 WS-JRN-RET-EOF         PIC X       VALUE "N".           00124000
             10 WS-POST-IGNORED-CNT    PIC 9(05)   VALUE 0.             00125000
             10 WS-JRNL-READ-CNT       PIC 9(07)   VALUE 0.             00126000
             10 WS-SELECTED-CNT        PIC 9(07)   VALUE 0.             00127000
             10 WS-BAD-DATE-CNT        PIC 9(07)   VALUE 0.             00128000
             10 WS-REPEAT-LINE-CNT     PIC 9(07)   VALUE 0.             00129000
             10 WS-FLAG-LINE-CNT       PIC 9(07)   VALUE 0.             00130000
             10 WS-TERM-CARD-CNT       PIC 9(05)   VALUE 0.             00131000
             10 WS-TERM-ID-CNT         PIC 9(05)   VALUE 0.             00132000
             10 WS-TERM-JRNL-CNT       PIC 9(05)   VALUE 0.             00133000
             10 WS-PAGE-CNT            PIC 9(05)   VALUE 0.             00134000
             10 WS-LINE-CNT            PIC 99      VALUE 70.            00135000
             10 WS-EXC-PAGE-CNT        PIC 9(05)   VALUE 0.             00136000
             10 WS-EXC-LINE-CNT        PIC 99      VALUE 70.            00137000
             10 WS-TP-SLOT             PIC 9(04).                       00138000
             10 WS-CHG-SUB             PIC 9(04).                       00139000
          05 SELECT-PARMS.                                              00140000
             10 WS-JRN-PARM-FS         PIC XX     VALUE "00".           00141000
             10 WS-SITE-PARM-FS        PIC XX     VALUE "00".           00142000
             10 WS-TERM-POST-FS        PIC XX     VALUE "00".           00143000
             10 WS-JRNL-FS             PIC XX     VALUE "00".           00144000
             10 WS-FROM-DATE           PIC 9(8)   VALUE 0.              00145000
             10 WS-TO-DATE             PIC 9(8)   VALUE 99999999.       00146000
             10 WS-SEL-TERM            PIC X(8)   VALUE SPACES.         00147000
             10 WS-SEL-CLASS           PIC X(20)  VALUE SPACES.         00148000
             10 WS-LATE-DAYS           PIC 9(03)  VALUE 30.             00149000
             10 WS-PASS-PERCENT        PIC 9(03)  VALUE 70.             00150000
      *    MATCHES THE OCCURS BOUNDS ON TP-TAB-ENTRY AND CHG-TAB-ENTRY. 00151000
             10 WS-MAX-TP-TAB          PIC 9(04)  VALUE 500.            00152000
             10 WS-MAX-CHG-TAB         PIC 9(04)  VALUE 50.             00153000
          05 DATE-PARMS.                                                00154000
             10 WS-CHG-DATE.                                            00155000
                15 WS-CHG-CC           PIC XX.                          00156000
                15 WS-CHG-YY           PIC XX.                          00157000
                15 WS-CHG-MM           PIC XX.                          00158000
                15 WS-CHG-DD           PIC XX.                          00159000
             10 WS-CHG-DATE-NUM REDEFINES WS-CHG-DATE                   00160000
                                       PIC 9(8).                        00161000
             10 WS-TERM-WORK.                                           00162000
                15 WS-TW-MM            PIC XX.                          00163000
                15 WS-TW-SL1           PIC X.                           00164000
                15 WS-TW-DD            PIC XX.                          00165000
                15 WS-TW-SL2           PIC X.                           00166000
                15 WS-TW-YY            PIC XX.                          00167000
             10 WS-TERM-DATE.                                           00168000
                15 WS-TD-CC            PIC XX.                          00169000
                15 WS-TD-YY            PIC XX.                          00170000
                15 WS-TD-MM            PIC XX.                          00171000
                15 WS-TD-DD            PIC XX.                          00172000
             10 WS-TERM-DATE-NUM REDEFINES WS-TERM-DATE                 00173000
                                       PIC 9(8).                        00174000
             10 WS-PRINT-DATE.                                          00175000
                15 WS-PD-CC            PIC XX.                          00176000
                15 WS-PD-YY            PIC XX.                          00177000
                15 WS-PD-MM            PIC XX.                          00178000
                15 WS-PD-DD            PIC XX.                          00179000
             10 WS-PRINT-DATE-NUM REDEFINES WS-PRINT-DATE               00180000
                                       PIC 9(8).                        00181000
             10 WS-POST-DAY-NUM        PIC 9(07).                       00182000
             10 WS-CHG-DAY-NUM         PIC 9(07).                       00183000
             10 WS-DAYS-AFTER          PIC S9(07).                      00184000
          05 GROUP-PARMS.                                               00185000
             10 WS-CT-OPEN-SW          PIC X      VALUE "N".            00186000
                88 CT-GROUP-OPEN                  VALUE "Y".            00187000
             10 WS-PREV-CLASS          PIC X(20).                       00188000
             10 WS-PREV-TERM           PIC X(8).                        00189000
             10 WS-PREV-USERID         PIC X(6).                        00190000
             10 WS-OLD-NUM             PIC 9(03).                       00191000
             10 WS-NEW-NUM             PIC 9(03).                       00192000
             10 WS-CROSS-CODE          PIC X.                           00193000
                88 CROSSED-UP                     VALUE "U".            00194000
                88 CROSSED-DOWN                   VALUE "D".            00195000
             10 WS-LATE-SW             PIC X.                           00196000
                88 CHANGE-LATE                    VALUE "Y".            00197000
      *    ONE CLASS/TERM'S FIGURES, AND THE SAME FIGURES FOR THE       00198000
      *    WHOLE SELECTION, IN MATCHING ORDER.                          00199000
          05 CT-FIGURES.                                                00200000
             10 CT-CHANGES             PIC 9(07).                       00201000
             10 CT-STUDENTS            PIC 9(07).                       00202000
             10 CT-REPEATS             PIC 9(07).                       00203000
             10 CT-RAISED              PIC 9(07).                       00204000
             10 CT-LOWERED             PIC 9(07).                       00205000
             10 CT-MARKS               PIC 9(07).                       00206000
             10 CT-UP                  PIC 9(07).                       00207000
             10 CT-DOWN                PIC 9(07).                       00208000
             10 CT-LATE                PIC 9(07).                       00209000
          05 GT-FIGURES.                                                00210000
             10 GT-CHANGES             PIC 9(07)  VALUE 0.              00211000
             10 GT-STUDENTS            PIC 9(07)  VALUE 0.              00212000
             10 GT-REPEATS             PIC 9(07)  VALUE 0.              00213000
             10 GT-RAISED              PIC 9(07)  VALUE 0.              00214000
             10 GT-LOWERED             PIC 9(07)  VALUE 0.              00215000
             10 GT-MARKS               PIC 9(07)  VALUE 0.              00216000
             10 GT-UP                  PIC 9(07)  VALUE 0.              00217000
             10 GT-DOWN                PIC 9(07)  VALUE 0.              00218000
             10 GT-LATE                PIC 9(07)  VALUE 0.              00219000
             10 GT-CLASS-TERMS         PIC 9(07)  VALUE 0.              00220000
       01 TP-TABLE-AREA.                                                00221000
      *    FIRST-POST DATE PER TERM.  SOURCE "C" IS A DDTRMPST CARD,    00222000
      *    "T" THE TERM ID READ AS A RUN DATE, "J" THE EARLIEST         00223000
      *    JOURNAL RECORD FOR THE TERM.                                 00224000
          05 TP-TAB-COUNT            PIC 9(04)  VALUE 0.                00225000
          05 TP-TAB-ENTRY OCCURS 1 TO 500 TIMES                         00226000
                          DEPENDING ON TP-TAB-COUNT                     00227000
                          INDEXED BY TP-TAB-IDX.                        00228000
             10 TP-TAB-TERM             PIC X(8).                       00229000
             10 TP-TAB-POST-DATE        PIC 9(8).                       00230000
             10 TP-TAB-SOURCE           PIC X.                          00231000
                88 TP-FROM-CARD                   VALUE "C".            00232000
                88 TP-FROM-TERM-ID                VALUE "T".            00233000
                88 TP-FROM-JOURNAL                VALUE "J".            00234000
       01 CHG-TABLE-AREA.                                               00235000
      *    THE CURRENT STUDENT'S CHANGES TO ONE CLASS IN ONE TERM,      00236000
      *    HELD UNTIL THE STUDENT BREAK SHOWS WHETHER THERE WAS MORE    00237000
      *    THAN ONE.                                                    00238000
          05 CHG-TAB-COUNT           PIC 9(04)  VALUE 0.                00239000
          05 CHG-TAB-ENTRY OCCURS 1 TO 50 TIMES                         00240000
                           DEPENDING ON CHG-TAB-COUNT                   00241000
                           INDEXED BY CHG-TAB-IDX.                      00242000
             10 CHG-TAB-DATE            PIC 9(8).                       00243000
             10 CHG-TAB-TIME            PIC X(6).                       00244000
             10 CHG-TAB-OLD             PIC X(3).                       00245000
             10 CHG-TAB-NEW             PIC X(3).                       00246000
             10 CHG-TAB-CROSS           PIC X.                          00247000
             10 CHG-TAB-LATE-SW         PIC X.                          00248000
             10 CHG-TAB-DAYS            PIC 9(05).                      00249000
             10 CHG-TAB-TP-SOURCE       PIC X.                          00250000
       01 H1-HEADING.                                                   00251000
          05 FILLER                    PIC X       VALUE SPACES.        00252000
          05 FILLER                    PIC X(35)   VALUE                00253000
              'GRADE CHANGE JOURNAL ANALYSIS'.                          00254000
          05 FILLER                    PIC X(18)   VALUE SPACES.        00255000
          05 FILLER                    PIC X(9)    VALUE                00256000
              'RUN DATE:'.                                              00257000
          05 H1-CURR-MM                PIC XX.                          00258000
          05 FILLER                    PIC X       VALUE                00259000
              '/'.                                                      00260000
          05 H1-CURR-DD                PIC XX.                          00261000
          05 FILLER                    PIC X       VALUE                00262000
              '/'.                                                      00263000
          05 H1-CURR-YY                PIC XX.                          00264000
       01 H2-HEADING.                                                   00265000
          05 FILLER                    PIC X(53)   VALUE SPACES.        00266000
          05 FILLER                    PIC X(5)    VALUE                00267000
              'PAGE:'.                                                  00268000
          05 H2-PAGE-NUM               PIC 9(05).                       00269000
       01 H3-HEADING.                                                   00270000
          05 FILLER                    PIC X(2)    VALUE SPACES.        00271000
          05 FILLER                    PIC X(21)   VALUE 'CLASS'.       00272000
          05 FILLER                    PIC X(10)   VALUE 'TERM'.        00273000
          05 FILLER                    PIC X(7)    VALUE 'CHANGES'.     00274000
          05 FILLER                    PIC X(7)    VALUE '  STUDS'.     00275000
          05 FILLER                    PIC X(7)    VALUE ' REPEAT'.     00276000
          05 FILLER                    PIC X(7)    VALUE ' RAISED'.     00277000
          05 FILLER                    PIC X(7)    VALUE '  LOWER'.     00278000
          05 FILLER                    PIC X(7)    VALUE '    W/I'.     00279000
          05 FILLER                    PIC X(7)    VALUE ' F>PASS'.     00280000
          05 FILLER                    PIC X(7)    VALUE ' P>FAIL'.     00281000
          05 FILLER                    PIC X(7)    VALUE '   LATE'.     00282000
       01 S1-SUMMARY-LINE.                                              00283000
           05 FILLER                   PIC XX      VALUE SPACES.        00284000
           05 S1-CLASS                 PIC X(20).                       00285000
           05 FILLER                   PIC X       VALUE SPACES.        00286000
           05 S1-TERM                  PIC X(8).                        00287000
           05 FILLER                   PIC XX      VALUE SPACES.        00288000
           05 S1-CHANGES               PIC ZZZZZZ9.                     00289000
           05 S1-STUDENTS              PIC ZZZZZZ9.                     00290000
           05 S1-REPEATS               PIC ZZZZZZ9.                     00291000
           05 S1-RAISED                PIC ZZZZZZ9.                     00292000
           05 S1-LOWERED               PIC ZZZZZZ9.                     00293000
           05 S1-MARKS                 PIC ZZZZZZ9.                     00294000
           05 S1-UP                    PIC ZZZZZZ9.                     00295000
           05 S1-DOWN                  PIC ZZZZZZ9.                     00296000
           05 S1-LATE                  PIC ZZZZZZ9.                     00297000
       01 X1-HEADING.                                                   00298000
          05 FILLER                    PIC X       VALUE SPACES.        00299000
          05 FILLER                    PIC X(35)   VALUE                00300000
              'GRADE CHANGE EXCEPTIONS'.                                00301000
          05 FILLER                    PIC X(18)   VALUE SPACES.        00302000
          05 FILLER                    PIC X(9)    VALUE                00303000
              'RUN DATE:'.                                              00304000
          05 X1-CURR-MM                PIC XX.                          00305000
          05 FILLER                    PIC X       VALUE                00306000
              '/'.                                                      00307000
          05 X1-CURR-DD                PIC XX.                          00308000
          05 FILLER                    PIC X       VALUE                00309000
              '/'.                                                      00310000
          05 X1-CURR-YY                PIC XX.                          00311000
       01 X2-HEADING.                                                   00312000
          05 FILLER                    PIC X(53)   VALUE SPACES.        00313000
          05 FILLER                    PIC X(5)    VALUE                00314000
              'PAGE:'.                                                  00315000
          05 X2-PAGE-NUM               PIC 9(05).                       00316000
       01 X3-HEADING.                                                   00317000
          05 FILLER                    PIC X(2)    VALUE SPACES.        00318000
          05 FILLER                    PIC X(21)   VALUE 'CLASS'.       00319000
          05 FILLER                    PIC X(9)    VALUE 'TERM'.        00320000
          05 FILLER                    PIC X(8)    VALUE 'USERID'.      00321000
          05 FILLER                    PIC X(10)   VALUE 'CHANGED'.     00322000
          05 FILLER                    PIC X(9)    VALUE 'OLD NEW'.     00323000
          05 FILLER                    PIC X(8)    VALUE 'REPEAT'.      00324000
          05 FILLER                    PIC X(14)   VALUE 'CUTOFF'.      00325000
          05 FILLER                    PIC X(20)   VALUE                00326000
              'DAYS AFTER POSTING'.                                     00327000
       01 E1-EXCEPTION-LINE.                                            00328000
           05 FILLER                   PIC XX      VALUE SPACES.        00329000
           05 E1-CLASS                 PIC X(20).                       00330000
           05 FILLER                   PIC X       VALUE SPACES.        00331000
           05 E1-TERM                  PIC X(8).                        00332000
           05 FILLER                   PIC X       VALUE SPACES.        00333000
           05 E1-USERID                PIC X(6).                        00334000
           05 FILLER                   PIC XX      VALUE SPACES.        00335000
           05 E1-DATE.                                                  00336000
               10 E1-DATE-MM           PIC XX.                          00337000
               10 E1-DATE-SL1          PIC X.                           00338000
               10 E1-DATE-DD           PIC XX.                          00339000
               10 E1-DATE-SL2          PIC X.                           00340000
               10 E1-DATE-YY           PIC XX.                          00341000
           05 FILLER                   PIC XX      VALUE SPACES.        00342000
           05 E1-OLD                   PIC X(3).                        00343000
           05 FILLER                   PIC X       VALUE SPACES.        00344000
           05 E1-NEW                   PIC X(3).                        00345000
           05 FILLER                   PIC XX      VALUE SPACES.        00346000
           05 E1-REPEAT                PIC X(6).                        00347000
           05 FILLER                   PIC XX      VALUE SPACES.        00348000
           05 E1-CUTOFF                PIC X(12).                       00349000
           05 FILLER                   PIC XX      VALUE SPACES.        00350000
           05 E1-DAYS                  PIC ZZZZ9.                       00351000
           05 FILLER                   PIC X       VALUE SPACES.        00352000
           05 E1-LATE                  PIC X(6).                        00353000
           05 FILLER                   PIC X       VALUE SPACES.        00354000
           05 E1-POST-NOTE             PIC X(20).                       00355000
       01 T1-TOTAL-LINE.                                                00356000
           05 FILLER                   PIC XX      VALUE SPACES.        00357000
           05 T1-TOTAL-TEXT            PIC X(34).                       00358000
           05 FILLER                   PIC X       VALUE SPACES.        00359000
           05 T1-TOTAL-CNT             PIC ZZZZZZ9.                     00360000
       01 T2-SELECT-LINE.                                               00361000
           05 FILLER                   PIC XX      VALUE SPACES.        00362000
           05 T2-SELECT-TEXT           PIC X(34).                       00363000
           05 FILLER                   PIC X       VALUE SPACES.        00364000
           05 T2-SELECT-VALUE          PIC X(20).                       00365000
       PROCEDURE DIVISION.                                              00366000
       MAIN-CONTROL.                                                    00367000
           PERFORM A-INITIAL.                                           00368000
           PERFORM D-JRN-SORT.                                          00369000
           PERFORM C-END.                                               00370000
       A-INITIAL.                                                       00371000
           MOVE FUNCTION CURRENT-DATE TO W1-CURRENT-DATE.               00372000
           MOVE W1-CURR-MONTH         TO H1-CURR-MM X1-CURR-MM.         00373000
           MOVE W1-CURR-DAY           TO H1-CURR-DD X1-CURR-DD.         00374000
           MOVE W1-CURR-YY            TO H1-CURR-YY X1-CURR-YY.         00375000
           PERFORM A-PARM-READ THRU A-PARM-READ-EXIT.                   00376000
           PERFORM A-SITE-PARM-READ.                                    00377000
           PERFORM A-TERM-POST-LOAD THRU A-TERM-POST-LOAD-EXIT.         00378000
      *    NO JOURNAL MEANS Z13033P1 HAS NEVER RE-POSTED A TERM --      00379000
      *    NOTHING TO ANALYZE, AND THE SCHEDULER SHOULD SAY SO.         00380000
           OPEN INPUT GRADE-JRNL-FILE.                                  00381000
           IF WS-JRNL-FS NOT = "00"                                     00382000
               DISPLAY "Z13055P1 - NO GRADE JOURNAL, STATUS "           00383000
                   WS-JRNL-FS                                           00384000
               MOVE 8 TO RETURN-CODE                                    00385000
               STOP RUN                                                 00386000
           END-IF.                                                      00387000
           OPEN OUTPUT JRN-SUM-FILE.                                    00388000
           OPEN OUTPUT JRN-EXC-FILE.                                    00389000
      *    OPTIONAL SELECTION CARD.  A DATE THAT IS PRESENT BUT NOT A   00390000
      *    REAL CCYYMMDD DATE ENDS THE RUN -- AUDIT WOULD OTHERWISE     00391000
      *    BE HANDED A REPORT FOR A PERIOD IT DID NOT ASK FOR.          00392000
       A-PARM-READ.                                                     00393000
           OPEN INPUT JRN-PARM-FILE.                                    00394000
           IF WS-JRN-PARM-FS NOT = "00"                                 00395000
               GO TO A-PARM-READ-EXIT.                                  00396000
           READ JRN-PARM-FILE                                           00397000
               AT END                                                   00398000
                   CLOSE JRN-PARM-FILE                                  00399000
                   GO TO A-PARM-READ-EXIT                               00400000
           END-READ.                                                    00401000
           CLOSE JRN-PARM-FILE.                                         00402000
           IF PARM-FROM-DATE NOT = SPACES                               00403000
               IF PARM-FROM-DATE NOT NUMERIC                            00404000
                   PERFORM A-PARM-REJECT                                00405000
               END-IF                                                   00406000
               MOVE PARM-FROM-DATE TO WS-FROM-DATE                      00407000
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-FROM-DATE) NOT = 0    00408000
                   PERFORM A-PARM-REJECT                                00409000
               END-IF                                                   00410000
           END-IF.                                                      00411000
           IF PARM-TO-DATE NOT = SPACES                                 00412000
               IF PARM-TO-DATE NOT NUMERIC                              00413000
                   PERFORM A-PARM-REJECT                                00414000
               END-IF                                                   00415000
               MOVE PARM-TO-DATE TO WS-TO-DATE                          00416000
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-TO-DATE) NOT = 0      00417000
                   PERFORM A-PARM-REJECT                                00418000
               END-IF                                                   00419000
           END-IF.                                                      00420000
           IF WS-FROM-DATE > WS-TO-DATE                                 00421000
               PERFORM A-PARM-REJECT.                                   00422000
           MOVE PARM-TERM-ID    TO WS-SEL-TERM.                         00423000
           MOVE PARM-CLASS-NAME TO WS-SEL-CLASS.                        00424000
           IF PARM-LATE-DAYS NUMERIC                                    00425000
                   AND PARM-LATE-DAYS > 0                               00426000
               MOVE PARM-LATE-DAYS TO WS-LATE-DAYS.                     00427000
       A-PARM-READ-EXIT.                                                00428000
           EXIT.                                                        00429000
       A-PARM-REJECT.                                                   00430000
           DISPLAY "Z13055P1 - SELECTION CARD DATES INVALID: "          00431000
               PARM-FROM-DATE " " PARM-TO-DATE.                         00432000
           DISPLAY "Z13055P1 - RUN TERMINATED -- CORRECT THE DDJRNPRM " 00433000
               "CARD AND RESUBMIT".                                     00434000
           MOVE 8 TO RETURN-CODE.                                       00435000
           STOP RUN.                                                    00436000
      *    OPTIONAL SITE CARD -- A MISSING DD OR A BLANK CUTOFF ON THE  00437000
      *    CARD LEAVES THE WS- DEFAULT IN PLACE.                        00438000
       A-SITE-PARM-READ.                                                00439000
           OPEN INPUT SITE-PARM-FILE.                                   00440000
           IF WS-SITE-PARM-FS = "00"                                    00441000
               READ SITE-PARM-FILE                                      00442000
                   AT END                                               00443000
                       CONTINUE                                         00444000
               END-READ                                                 00445000
               IF PARM-PASS-PERCENT NUMERIC                             00446000
                       AND PARM-PASS-PERCENT > 0                        00447000
                   MOVE PARM-PASS-PERCENT TO WS-PASS-PERCENT            00448000
               END-IF                                                   00449000
               CLOSE SITE-PARM-FILE                                     00450000
           END-IF.                                                      00451000
      *    THE POSTING-DATE CARDS ARE OPTIONAL -- A TERM WITHOUT ONE    00452000
      *    IS DATED FROM ITS TERM ID OR THE JOURNAL INSTEAD.            00453000
       A-TERM-POST-LOAD.                                                00454000
           OPEN INPUT TERM-POST-FILE.                                   00455000
           IF WS-TERM-POST-FS NOT = "00"                                00456000
               GO TO A-TERM-POST-LOAD-EXIT.                             00457000
           PERFORM A-TERM-POST-ONE THRU A-TERM-POST-ONE-EXIT            00458000
               UNTIL WS-POST-EOF = "Y".                                 00459000
           CLOSE TERM-POST-FILE.                                        00460000
       A-TERM-POST-LOAD-EXIT.                                           00461000
           EXIT.                                                        00462000
       A-TERM-POST-ONE.                                                 00463000
           READ TERM-POST-FILE                                          00464000
               AT END                                                   00465000
                   MOVE "Y" TO WS-POST-EOF                              00466000
                   GO TO A-TERM-POST-ONE-EXIT                           00467000
           END-READ.                                                    00468000
           IF TPC-TERM-ID = SPACES                                      00469000
                   OR TPC-POST-DATE NOT NUMERIC                         00470000
               GO TO A-TERM-POST-BAD.                                   00471000
           MOVE TPC-POST-DATE TO WS-TERM-DATE.                          00472000
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-TERM-DATE-NUM) NOT = 0    00473000
               GO TO A-TERM-POST-BAD.                                   00474000
           MOVE TPC-TERM-ID TO WS-TERM-WORK.                            00475000
           PERFORM B-TP-FIND THRU B-TP-FIND-EXIT.                       00476000
           IF WS-TP-SLOT = 0                                            00477000
               PERFORM B-TP-ADD THRU B-TP-ADD-EXIT.                     00478000
           MOVE WS-TERM-DATE-NUM TO TP-TAB-POST-DATE (WS-TP-SLOT).      00479000
           MOVE "C"              TO TP-TAB-SOURCE (WS-TP-SLOT).         00480000
           GO TO A-TERM-POST-ONE-EXIT.                                  00481000
       A-TERM-POST-BAD.                                                 00482000
           DISPLAY "Z13055P1 - TERM POSTING CARD IGNORED: "             00483000
               TPC-TERM-ID " " TPC-POST-DATE.                           00484000
           ADD 1 TO WS-POST-IGNORED-CNT.                                00485000
       A-TERM-POST-ONE-EXIT.                                            00486000
           EXIT.                                                        00487000
       D-JRN-SORT.                                                      00488000
           SORT JRN-SORT-FILE                                           00489000
               ON ASCENDING KEY JS-CLASS-NAME JS-TERM-ID JS-USERID      00490000
                                JS-CHG-DATE JS-RUN-TIME                 00491000
               INPUT PROCEDURE D-JRN-SCAN-IN                            00492000
               OUTPUT PROCEDURE D-JRN-PRINT-OUT.                        00493000
       D-JRN-SCAN-IN.                                                   00494000
           PERFORM D-JRN-SCAN-ONE THRU D-JRN-SCAN-ONE-EXIT              00495000
               UNTIL WS-JRNL-EOF = "Y".                                 00496000
           CLOSE GRADE-JRNL-FILE.                                       00497000
      *    EVERY JOURNAL RECORD DATES ITS TERM, SELECTED OR NOT -- THE  00498000
      *    EARLIEST CHANGE ON FILE IS THE BEST FALLBACK FOR WHEN A      00499000
      *    TERM WAS FIRST POSTED.  ONLY THE SELECTED ONES ARE SORTED.   00500000
       D-JRN-SCAN-ONE.                                                  00501000
           READ GRADE-JRNL-FILE                                         00502000
               AT END                                                   00503000
                   MOVE "Y" TO WS-JRNL-EOF                              00504000
                   GO TO D-JRN-SCAN-ONE-EXIT                            00505000
           END-READ.                                                    00506000
           ADD 1 TO WS-JRNL-READ-CNT.                                   00507000
           PERFORM B-CHANGE-DATE THRU B-CHANGE-DATE-EXIT.               00508000
           PERFORM B-TERM-DATE-NOTE THRU B-TERM-DATE-NOTE-EXIT.         00509000
           IF WS-SEL-TERM NOT = SPACES                                  00510000
                   AND JRN-TERM-ID NOT = WS-SEL-TERM                    00511000
               GO TO D-JRN-SCAN-ONE-EXIT.                               00512000
           IF WS-SEL-CLASS NOT = SPACES                                 00513000
                   AND JRN-CLASS-NAME NOT = WS-SEL-CLASS                00514000
               GO TO D-JRN-SCAN-ONE-EXIT.                               00515000
           IF WS-CHG-DATE-NUM < WS-FROM-DATE                            00516000
                   OR WS-CHG-DATE-NUM > WS-TO-DATE                      00517000
               GO TO D-JRN-SCAN-ONE-EXIT.                               00518000
           ADD 1 TO WS-SELECTED-CNT.                                    00519000
           MOVE JRN-CLASS-NAME  TO JS-CLASS-NAME.                       00520000
           MOVE JRN-TERM-ID     TO JS-TERM-ID.                          00521000
           MOVE JRN-USERID      TO JS-USERID.                           00522000
           MOVE WS-CHG-DATE-NUM TO JS-CHG-DATE.                         00523000
           MOVE JRN-RUN-TIME    TO JS-RUN-TIME.                         00524000
           MOVE JRN-OLD-PERC    TO JS-OLD-PERC.                         00525000
           MOVE JRN-NEW-PERC    TO JS-NEW-PERC.                         00526000
           RELEASE JS-SORT-RECORD.                                      00527000
       D-JRN-SCAN-ONE-EXIT.                                             00528000
           EXIT.                                                        00529000
      *    THE JOURNAL CARRIES A TWO-DIGIT YEAR -- THE CURRENT CENTURY  00530000
      *    IS ASSUMED.  A DATE THAT WILL NOT MAKE A REAL CCYYMMDD       00531000
      *    DATE READS AS ZERO: IT FALLS OUTSIDE ANY DATE RANGE ON THE   00532000
      *    CARD AND IS NEVER JUDGED LATE.                               00533000
       B-CHANGE-DATE.                                                   00534000
           MOVE W1-CURR-CC TO WS-CHG-CC.                                00535000
           MOVE JRN-RUN-YY TO WS-CHG-YY.                                00536000
           MOVE JRN-RUN-MM TO WS-CHG-MM.                                00537000
           MOVE JRN-RUN-DD TO WS-CHG-DD.                                00538000
           IF WS-CHG-DATE NOT NUMERIC                                   00539000
               GO TO B-CHANGE-DATE-BAD.                                 00540000
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-CHG-DATE-NUM) = 0         00541000
               GO TO B-CHANGE-DATE-EXIT.                                00542000
       B-CHANGE-DATE-BAD.                                               00543000
           MOVE 0 TO WS-CHG-DATE-NUM.                                   00544000
           ADD 1 TO WS-BAD-DATE-CNT.                                    00545000
       B-CHANGE-DATE-EXIT.                                              00546000
           EXIT.                                                        00547000
      *    A TERM SEEN FOR THE FIRST TIME IS DATED FROM ITS ID IF IT    00548000
      *    READS AS "MM/DD/YY", OTHERWISE FROM THIS RECORD.  A TERM     00549000
      *    DATED FROM THE JOURNAL MOVES BACK TO ANY EARLIER RECORD.     00550000
       B-TERM-DATE-NOTE.                                                00551000
           MOVE JRN-TERM-ID TO WS-TERM-WORK.                            00552000
           PERFORM B-TP-FIND THRU B-TP-FIND-EXIT.                       00553000
           IF WS-TP-SLOT > 0                                            00554000
               GO TO B-TERM-DATE-EARLIER.                               00555000
           PERFORM B-TP-ADD THRU B-TP-ADD-EXIT.                         00556000
           IF WS-TW-SL1 = "/" AND WS-TW-SL2 = "/"                       00557000
                   AND WS-TW-MM NUMERIC AND WS-TW-DD NUMERIC            00558000
                   AND WS-TW-YY NUMERIC                                 00559000
               MOVE W1-CURR-CC TO WS-TD-CC                              00560000
               MOVE WS-TW-YY   TO WS-TD-YY                              00561000
               MOVE WS-TW-MM   TO WS-TD-MM                              00562000
               MOVE WS-TW-DD   TO WS-TD-DD                              00563000
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-TERM-DATE-NUM)        00564000
                       = 0                                              00565000
                   MOVE WS-TERM-DATE-NUM                                00566000
                       TO TP-TAB-POST-DATE (WS-TP-SLOT)                 00567000
                   MOVE "T" TO TP-TAB-SOURCE (WS-TP-SLOT)               00568000
                   GO TO B-TERM-DATE-NOTE-EXIT                          00569000
               END-IF                                                   00570000
           END-IF.                                                      00571000
           MOVE WS-CHG-DATE-NUM TO TP-TAB-POST-DATE (WS-TP-SLOT).       00572000
           GO TO B-TERM-DATE-NOTE-EXIT.                                 00573000
       B-TERM-DATE-EARLIER.                                             00574000
           IF TP-FROM-JOURNAL (WS-TP-SLOT)                              00575000
                   AND WS-CHG-DATE-NUM > 0                              00576000
                   AND (WS-CHG-DATE-NUM < TP-TAB-POST-DATE (WS-TP-SLOT) 00577000
                        OR TP-TAB-POST-DATE (WS-TP-SLOT) = 0)           00578000
               MOVE WS-CHG-DATE-NUM TO TP-TAB-POST-DATE (WS-TP-SLOT).   00579000
       B-TERM-DATE-NOTE-EXIT.                                           00580000
           EXIT.                                                        00581000
       B-TP-FIND.                                                       00582000
           MOVE 0 TO WS-TP-SLOT.                                        00583000
           IF TP-TAB-COUNT = 0                                          00584000
               GO TO B-TP-FIND-EXIT.                                    00585000
           SET TP-TAB-IDX TO 1.                                         00586000
           SEARCH TP-TAB-ENTRY                                          00587000
               AT END                                                   00588000
                   CONTINUE                                             00589000
               WHEN TP-TAB-TERM (TP-TAB-IDX) = WS-TERM-WORK             00590000
                   SET WS-TP-SLOT TO TP-TAB-IDX                         00591000
           END-SEARCH.                                                  00592000
       B-TP-FIND-EXIT.                                                  00593000
           EXIT.                                                        00594000
      *    A FULL TABLE ENDS THE RUN THE SAME WAY THE OTHER TABLE       00595000
      *    GUARDS DO.  A NEW ENTRY STARTS AS DATED FROM THE JOURNAL.    00596000
       B-TP-ADD.                                                        00597000
           IF TP-TAB-COUNT >= WS-MAX-TP-TAB                             00598000
               DISPLAY "Z13055P1 - DISTINCT TERMS EXCEED CAPACITY OF "  00599000
                   WS-MAX-TP-TAB                                        00600000
               DISPLAY "Z13055P1 - RUN TERMINATED -- RAISE TP-TAB-"     00601000
                   "ENTRY OCCURS MAX AND RECOMPILE"                     00602000
               MOVE 16 TO RETURN-CODE                                   00603000
               STOP RUN.                                                00604000
           ADD 1 TO TP-TAB-COUNT.                                       00605000
           MOVE TP-TAB-COUNT TO WS-TP-SLOT.                             00606000
           MOVE WS-TERM-WORK TO TP-TAB-TERM (WS-TP-SLOT).               00607000
           MOVE 0            TO TP-TAB-POST-DATE (WS-TP-SLOT).          00608000
           MOVE "J"          TO TP-TAB-SOURCE (WS-TP-SLOT).             00609000
       B-TP-ADD-EXIT.                                                   00610000
           EXIT.                                                        00611000
       D-JRN-PRINT-OUT.                                                 00612000
           PERFORM D-JRN-PRINT-ONE THRU D-JRN-PRINT-ONE-EXIT            00613000
               UNTIL WS-JRN-RET-EOF = "Y".                              00614000
           IF CT-GROUP-OPEN                                             00615000
               PERFORM Z-STUDENT-END THRU Z-STUDENT-END-EXIT            00616000
               PERFORM Z-CLASS-TERM-LINE.                               00617000
      *    A NEW CLASS OR TERM CLOSES THE STUDENT AND THE CLASS/TERM    00618000
      *    BEFORE IT; A NEW STUDENT CLOSES ONLY THE STUDENT.            00619000
       D-JRN-PRINT-ONE.                                                 00620000
           RETURN JRN-SORT-FILE                                         00621000
               AT END                                                   00622000
                   MOVE "Y" TO WS-JRN-RET-EOF                           00623000
                   GO TO D-JRN-PRINT-ONE-EXIT                           00624000
           END-RETURN.                                                  00625000
           IF CT-GROUP-OPEN                                             00626000
                   AND (JS-CLASS-NAME NOT = WS-PREV-CLASS               00627000
                        OR JS-TERM-ID NOT = WS-PREV-TERM)               00628000
               PERFORM Z-STUDENT-END THRU Z-STUDENT-END-EXIT            00629000
               PERFORM Z-CLASS-TERM-LINE.                               00630000
           IF NOT CT-GROUP-OPEN                                         00631000
               PERFORM Z-CLASS-TERM-START.                              00632000
           IF JS-USERID NOT = WS-PREV-USERID                            00633000
               PERFORM Z-STUDENT-END THRU Z-STUDENT-END-EXIT            00634000
               MOVE JS-USERID TO WS-PREV-USERID                         00635000
               ADD 1 TO CT-STUDENTS.                                    00636000
           PERFORM B-CHANGE-CLASSIFY THRU B-CHANGE-CLASSIFY-EXIT.       00637000
       D-JRN-PRINT-ONE-EXIT.                                            00638000
           EXIT.                                                        00639000
      *    COUNT ONE CHANGE INTO THE CLASS/TERM FIGURES AND HOLD IT     00640000
      *    FOR THE STUDENT BREAK.  ONLY A NUMBER-TO-NUMBER CHANGE CAN   00641000
      *    RAISE, LOWER, OR CROSS THE CUTOFF -- A CHANGE TO OR FROM A   00642000
      *    W/I MARK IS COUNTED ON ITS OWN.                              00643000
       B-CHANGE-CLASSIFY.                                               00644000
           ADD 1 TO CT-CHANGES.                                         00645000
           MOVE SPACE TO WS-CROSS-CODE.                                 00646000
           MOVE "N"   TO WS-LATE-SW.                                    00647000
           IF JS-OLD-PERC NOT NUMERIC                                   00648000
                   OR JS-NEW-PERC NOT NUMERIC                           00649000
               ADD 1 TO CT-MARKS                                        00650000
               GO TO B-CHANGE-LATE-CHECK.                               00651000
           MOVE JS-OLD-PERC TO WS-OLD-NUM.                              00652000
           MOVE JS-NEW-PERC TO WS-NEW-NUM.                              00653000
           IF WS-NEW-NUM > WS-OLD-NUM                                   00654000
               ADD 1 TO CT-RAISED.                                      00655000
           IF WS-NEW-NUM < WS-OLD-NUM                                   00656000
               ADD 1 TO CT-LOWERED.                                     00657000
           IF WS-OLD-NUM < WS-PASS-PERCENT                              00658000
                   AND WS-NEW-NUM NOT < WS-PASS-PERCENT                 00659000
               MOVE "U" TO WS-CROSS-CODE                                00660000
               ADD 1 TO CT-UP.                                          00661000
           IF WS-OLD-NUM NOT < WS-PASS-PERCENT                          00662000
                   AND WS-NEW-NUM < WS-PASS-PERCENT                     00663000
               MOVE "D" TO WS-CROSS-CODE                                00664000
               ADD 1 TO CT-DOWN.                                        00665000
       B-CHANGE-LATE-CHECK.                                             00666000
           MOVE 0 TO WS-DAYS-AFTER.                                     00667000
           MOVE JS-TERM-ID TO WS-TERM-WORK.                             00668000
           PERFORM B-TP-FIND THRU B-TP-FIND-EXIT.                       00669000
           IF WS-TP-SLOT = 0                                            00670000
               GO TO B-CHANGE-HOLD.                                     00671000
           IF JS-CHG-DATE = 0                                           00672000
                   OR TP-TAB-POST-DATE (WS-TP-SLOT) = 0                 00673000
               GO TO B-CHANGE-HOLD.                                     00674000
           COMPUTE WS-POST-DAY-NUM =                                    00675000
               FUNCTION INTEGER-OF-DATE (TP-TAB-POST-DATE (WS-TP-SLOT)).00676000
           COMPUTE WS-CHG-DAY-NUM =                                     00677000
               FUNCTION INTEGER-OF-DATE (JS-CHG-DATE).                  00678000
           COMPUTE WS-DAYS-AFTER = WS-CHG-DAY-NUM - WS-POST-DAY-NUM.    00679000
           IF WS-DAYS-AFTER < 0                                         00680000
               MOVE 0 TO WS-DAYS-AFTER.                                 00681000
           IF WS-DAYS-AFTER > WS-LATE-DAYS                              00682000
               MOVE "Y" TO WS-LATE-SW                                   00683000
               ADD 1 TO CT-LATE.                                        00684000
       B-CHANGE-HOLD.                                                   00685000
      *    A STUDENT WITH MORE CHANGES THAN THE TABLE HOLDS IS STILL    00686000
      *    COUNTED IN FULL; ONLY THE FIRST WS-MAX-CHG-TAB PRINT.        00687000
           IF CHG-TAB-COUNT >= WS-MAX-CHG-TAB                           00688000
               DISPLAY "Z13055P1 - MORE THAN " WS-MAX-CHG-TAB           00689000
                   " CHANGES FOR " JS-USERID " " JS-CLASS-NAME          00690000
                   " -- EXTRA CHANGES NOT LISTED"                       00691000
               GO TO B-CHANGE-CLASSIFY-EXIT.                            00692000
           ADD 1 TO CHG-TAB-COUNT.                                      00693000
           SET CHG-TAB-IDX TO CHG-TAB-COUNT.                            00694000
           MOVE JS-CHG-DATE    TO CHG-TAB-DATE (CHG-TAB-IDX).           00695000
           MOVE JS-RUN-TIME    TO CHG-TAB-TIME (CHG-TAB-IDX).           00696000
           MOVE JS-OLD-PERC    TO CHG-TAB-OLD (CHG-TAB-IDX).            00697000
           MOVE JS-NEW-PERC    TO CHG-TAB-NEW (CHG-TAB-IDX).            00698000
           MOVE WS-CROSS-CODE  TO CHG-TAB-CROSS (CHG-TAB-IDX).          00699000
           MOVE WS-LATE-SW     TO CHG-TAB-LATE-SW (CHG-TAB-IDX).        00700000
           MOVE WS-DAYS-AFTER  TO CHG-TAB-DAYS (CHG-TAB-IDX).           00701000
           MOVE "J"            TO CHG-TAB-TP-SOURCE (CHG-TAB-IDX).      00702000
           IF WS-TP-SLOT > 0                                            00703000
               MOVE TP-TAB-SOURCE (WS-TP-SLOT)                          00704000
                   TO CHG-TAB-TP-SOURCE (CHG-TAB-IDX).                  00705000
       B-CHANGE-CLASSIFY-EXIT.                                          00706000
           EXIT.                                                        00707000
       C-END.                                                           00708000
           PERFORM Z-TOTALS.                                            00709000
           CLOSE JRN-SUM-FILE JRN-EXC-FILE.                             00710000
           DISPLAY "Z13055P1 - JOURNAL RECORDS READ:   "                00711000
               WS-JRNL-READ-CNT.                                        00712000
           DISPLAY "Z13055P1 - CHANGES SELECTED:       "                00713000
               WS-SELECTED-CNT.                                         00714000
           DISPLAY "Z13055P1 - STUDENTS CHANGED REPEAT:"                00715000
               GT-REPEATS.                                              00716000
           DISPLAY "Z13055P1 - CHANGES ACROSS CUTOFF:  "                00717000
               GT-UP " UP  " GT-DOWN " DOWN".                           00718000
           DISPLAY "Z13055P1 - LATE CHANGES:           "                00719000
               GT-LATE.                                                 00720000
           STOP RUN.                                                    00721000
       Z-HEADINGS.                                                      00722000
           ADD 1 TO WS-PAGE-CNT.                                        00723000
           MOVE WS-PAGE-CNT TO H2-PAGE-NUM.                             00724000
           WRITE SUM-REPORT-DETAILS FROM H1-HEADING                     00725000
               AFTER ADVANCING PAGE.                                    00726000
           WRITE SUM-REPORT-DETAILS FROM H2-HEADING.                    00727000
           WRITE SUM-REPORT-DETAILS FROM H3-HEADING                     00728000
               AFTER ADVANCING 2 LINES.                                 00729000
           MOVE 5 TO WS-LINE-CNT.                                       00730000
       Z-EXC-HEADINGS.                                                  00731000
           ADD 1 TO WS-EXC-PAGE-CNT.                                    00732000
           MOVE WS-EXC-PAGE-CNT TO X2-PAGE-NUM.                         00733000
           WRITE EXC-REPORT-DETAILS FROM X1-HEADING                     00734000
               AFTER ADVANCING PAGE.                                    00735000
           WRITE EXC-REPORT-DETAILS FROM X2-HEADING.                    00736000
           WRITE EXC-REPORT-DETAILS FROM X3-HEADING                     00737000
               AFTER ADVANCING 2 LINES.                                 00738000
           MOVE 5 TO WS-EXC-LINE-CNT.                                   00739000
       Z-CLASS-TERM-START.                                              00740000
           MOVE "Y"           TO WS-CT-OPEN-SW.                         00741000
           MOVE JS-CLASS-NAME TO WS-PREV-CLASS.                         00742000
           MOVE JS-TERM-ID    TO WS-PREV-TERM.                          00743000
           MOVE SPACES        TO WS-PREV-USERID.                        00744000
           MOVE 0             TO CHG-TAB-COUNT.                         00745000
           MOVE 0 TO CT-CHANGES CT-STUDENTS CT-REPEATS CT-RAISED        00746000
                     CT-LOWERED CT-MARKS CT-UP CT-DOWN CT-LATE.         00747000
      *    ONE LINE PER CLASS AND TERM, ROLLED INTO THE GRAND TOTALS.   00748000
       Z-CLASS-TERM-LINE.                                               00749000
           MOVE "N" TO WS-CT-OPEN-SW.                                   00750000
           ADD 1 TO GT-CLASS-TERMS.                                     00751000
           IF WS-LINE-CNT > 65                                          00752000
               PERFORM Z-HEADINGS.                                      00753000
           MOVE SPACES        TO S1-SUMMARY-LINE.                       00754000
           MOVE WS-PREV-CLASS TO S1-CLASS.                              00755000
           MOVE WS-PREV-TERM  TO S1-TERM.                               00756000
           PERFORM Z-SUMMARY-FIGURES.                                   00757000
           WRITE SUM-REPORT-DETAILS FROM S1-SUMMARY-LINE.               00758000
           ADD 1 TO WS-LINE-CNT.                                        00759000
           ADD CT-CHANGES  TO GT-CHANGES.                               00760000
           ADD CT-STUDENTS TO GT-STUDENTS.                              00761000
           ADD CT-REPEATS  TO GT-REPEATS.                               00762000
           ADD CT-RAISED   TO GT-RAISED.                                00763000
           ADD CT-LOWERED  TO GT-LOWERED.                               00764000
           ADD CT-MARKS    TO GT-MARKS.                                 00765000
           ADD CT-UP       TO GT-UP.                                    00766000
           ADD CT-DOWN     TO GT-DOWN.                                  00767000
           ADD CT-LATE     TO GT-LATE.                                  00768000
       Z-SUMMARY-FIGURES.                                               00769000
           MOVE CT-CHANGES  TO S1-CHANGES.                              00770000
           MOVE CT-STUDENTS TO S1-STUDENTS.                             00771000
           MOVE CT-REPEATS  TO S1-REPEATS.                              00772000
           MOVE CT-RAISED   TO S1-RAISED.                               00773000
           MOVE CT-LOWERED  TO S1-LOWERED.                              00774000
           MOVE CT-MARKS    TO S1-MARKS.                                00775000
           MOVE CT-UP       TO S1-UP.                                   00776000
           MOVE CT-DOWN     TO S1-DOWN.                                 00777000
           MOVE CT-LATE     TO S1-LATE.                                 00778000
      *    CLOSE OUT ONE STUDENT'S CHANGES TO THE CLASS.  MORE THAN ONE 00779000
      *    CHANGE LISTS THEM ALL AS A REPEAT; A SINGLE CHANGE LISTS     00780000
      *    ONLY IF IT CROSSED THE CUTOFF OR CAME LATE.                  00781000
       Z-STUDENT-END.                                                   00782000
           IF CHG-TAB-COUNT = 0                                         00783000
               GO TO Z-STUDENT-END-EXIT.                                00784000
           IF CHG-TAB-COUNT > 1                                         00785000
               ADD 1 TO CT-REPEATS.                                     00786000
           PERFORM Z-EXCEPTION-LINE THRU Z-EXCEPTION-LINE-EXIT          00787000
               VARYING WS-CHG-SUB FROM 1 BY 1                           00788000
               UNTIL WS-CHG-SUB > CHG-TAB-COUNT.                        00789000
           MOVE 0 TO CHG-TAB-COUNT.                                     00790000
       Z-STUDENT-END-EXIT.                                              00791000
           EXIT.                                                        00792000
       Z-EXCEPTION-LINE.                                                00793000
           SET CHG-TAB-IDX TO WS-CHG-SUB.                               00794000
           IF CHG-TAB-COUNT = 1                                         00795000
                   AND CHG-TAB-CROSS (CHG-TAB-IDX) = SPACE              00796000
                   AND CHG-TAB-LATE-SW (CHG-TAB-IDX) NOT = "Y"          00797000
               GO TO Z-EXCEPTION-LINE-EXIT.                             00798000
           IF WS-EXC-LINE-CNT > 65                                      00799000
               PERFORM Z-EXC-HEADINGS.                                  00800000
           MOVE SPACES         TO E1-EXCEPTION-LINE.                    00801000
           MOVE WS-PREV-CLASS  TO E1-CLASS.                             00802000
           MOVE WS-PREV-TERM   TO E1-TERM.                              00803000
           MOVE WS-PREV-USERID TO E1-USERID.                            00804000
           MOVE CHG-TAB-DATE (CHG-TAB-IDX) TO WS-PRINT-DATE-NUM.        00805000
           MOVE WS-PD-MM TO E1-DATE-MM.                                 00806000
           MOVE "/"      TO E1-DATE-SL1.                                00807000
           MOVE WS-PD-DD TO E1-DATE-DD.                                 00808000
           MOVE "/"      TO E1-DATE-SL2.                                00809000
           MOVE WS-PD-YY TO E1-DATE-YY.                                 00810000
           MOVE CHG-TAB-OLD (CHG-TAB-IDX) TO E1-OLD.                    00811000
           MOVE CHG-TAB-NEW (CHG-TAB-IDX) TO E1-NEW.                    00812000
           IF CHG-TAB-COUNT > 1                                         00813000
               MOVE "REPEAT" TO E1-REPEAT                               00814000
               ADD 1 TO WS-REPEAT-LINE-CNT                              00815000
           ELSE                                                         00816000
               ADD 1 TO WS-FLAG-LINE-CNT                                00817000
           END-IF.                                                      00818000
           IF CHG-TAB-CROSS (CHG-TAB-IDX) = "U"                         00819000
               MOVE "FAIL TO PASS" TO E1-CUTOFF.                        00820000
           IF CHG-TAB-CROSS (CHG-TAB-IDX) = "D"                         00821000
               MOVE "PASS TO FAIL" TO E1-CUTOFF.                        00822000
           MOVE CHG-TAB-DAYS (CHG-TAB-IDX) TO E1-DAYS.                  00823000
           IF CHG-TAB-LATE-SW (CHG-TAB-IDX) = "Y"                       00824000
               MOVE "*LATE*" TO E1-LATE.                                00825000
           EVALUATE CHG-TAB-TP-SOURCE (CHG-TAB-IDX)                     00826000
               WHEN "C"                                                 00827000
                   MOVE "POSTING CARD"       TO E1-POST-NOTE            00828000
               WHEN "T"                                                 00829000
                   MOVE "TERM ID DATE"       TO E1-POST-NOTE            00830000
               WHEN OTHER                                               00831000
                   MOVE "FIRST JOURNAL DATE" TO E1-POST-NOTE            00832000
           END-EVALUATE.                                                00833000
           WRITE EXC-REPORT-DETAILS FROM E1-EXCEPTION-LINE.             00834000
           ADD 1 TO WS-EXC-LINE-CNT.                                    00835000
       Z-EXCEPTION-LINE-EXIT.                                           00836000
           EXIT.                                                        00837000
       Z-TOTALS.                                                        00838000
      *    AN EMPTY SELECTION STILL PRINTS BOTH REPORTS SO AUDIT CAN    00839000
      *    SEE THE RUN ACTUALLY HAPPENED AND WHAT IT WAS ASKED FOR.     00840000
           IF WS-EXC-LINE-CNT > 62                                      00841000
               PERFORM Z-EXC-HEADINGS.                                  00842000
           MOVE "EXCEPTION LINES -- REPEATS"  TO T1-TOTAL-TEXT.         00843000
           MOVE WS-REPEAT-LINE-CNT            TO T1-TOTAL-CNT.          00844000
           WRITE EXC-REPORT-DETAILS FROM T1-TOTAL-LINE                  00845000
               AFTER ADVANCING 2 LINES.                                 00846000
           MOVE "EXCEPTION LINES -- CUTOFF/LATE" TO T1-TOTAL-TEXT.      00847000
           MOVE WS-FLAG-LINE-CNT              TO T1-TOTAL-CNT.          00848000
           WRITE EXC-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00849000
           IF WS-LINE-CNT > 42                                          00850000
               PERFORM Z-HEADINGS.                                      00851000
           MOVE SPACES       TO S1-SUMMARY-LINE.                        00852000
           MOVE "ALL CLASSES" TO S1-CLASS.                              00853000
           MOVE GT-CHANGES  TO CT-CHANGES.                              00854000
           MOVE GT-STUDENTS TO CT-STUDENTS.                             00855000
           MOVE GT-REPEATS  TO CT-REPEATS.                              00856000
           MOVE GT-RAISED   TO CT-RAISED.                               00857000
           MOVE GT-LOWERED  TO CT-LOWERED.                              00858000
           MOVE GT-MARKS    TO CT-MARKS.                                00859000
           MOVE GT-UP       TO CT-UP.                                   00860000
           MOVE GT-DOWN     TO CT-DOWN.                                 00861000
           MOVE GT-LATE     TO CT-LATE.                                 00862000
           PERFORM Z-SUMMARY-FIGURES.                                   00863000
           WRITE SUM-REPORT-DETAILS FROM S1-SUMMARY-LINE                00864000
               AFTER ADVANCING 2 LINES.                                 00865000
           MOVE "SELECTED FROM DATE"           TO T2-SELECT-TEXT.       00866000
           MOVE "ALL"                          TO T2-SELECT-VALUE.      00867000
           IF WS-FROM-DATE > 0                                          00868000
               MOVE WS-FROM-DATE TO T2-SELECT-VALUE.                    00869000
           WRITE SUM-REPORT-DETAILS FROM T2-SELECT-LINE                 00870000
               AFTER ADVANCING 2 LINES.                                 00871000
           MOVE "SELECTED TO DATE"             TO T2-SELECT-TEXT.       00872000
           MOVE "ALL"                          TO T2-SELECT-VALUE.      00873000
           IF WS-TO-DATE < 99999999                                     00874000
               MOVE WS-TO-DATE TO T2-SELECT-VALUE.                      00875000
           WRITE SUM-REPORT-DETAILS FROM T2-SELECT-LINE.                00876000
           MOVE "SELECTED TERM"                TO T2-SELECT-TEXT.       00877000
           MOVE "ALL"                          TO T2-SELECT-VALUE.      00878000
           IF WS-SEL-TERM NOT = SPACES                                  00879000
               MOVE WS-SEL-TERM TO T2-SELECT-VALUE.                     00880000
           WRITE SUM-REPORT-DETAILS FROM T2-SELECT-LINE.                00881000
           MOVE "SELECTED CLASS"               TO T2-SELECT-TEXT.       00882000
           MOVE "ALL"                          TO T2-SELECT-VALUE.      00883000
           IF WS-SEL-CLASS NOT = SPACES                                 00884000
               MOVE WS-SEL-CLASS TO T2-SELECT-VALUE.                    00885000
           WRITE SUM-REPORT-DETAILS FROM T2-SELECT-LINE.                00886000
           MOVE "PASSING CUTOFF APPLIED"       TO T1-TOTAL-TEXT.        00887000
           MOVE WS-PASS-PERCENT                TO T1-TOTAL-CNT.         00888000
           WRITE SUM-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00889000
           MOVE "LATE AFTER DAYS FROM POSTING" TO T1-TOTAL-TEXT.        00890000
           MOVE WS-LATE-DAYS                   TO T1-TOTAL-CNT.         00891000
           WRITE SUM-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00892000
           MOVE "JOURNAL RECORDS READ"         TO T1-TOTAL-TEXT.        00893000
           MOVE WS-JRNL-READ-CNT               TO T1-TOTAL-CNT.         00894000
           WRITE SUM-REPORT-DETAILS FROM T1-TOTAL-LINE                  00895000
               AFTER ADVANCING 2 LINES.                                 00896000
           MOVE "JOURNAL DATES UNREADABLE"     TO T1-TOTAL-TEXT.        00897000
           MOVE WS-BAD-DATE-CNT                TO T1-TOTAL-CNT.         00898000
           WRITE SUM-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00899000
           MOVE "CHANGES SELECTED"             TO T1-TOTAL-TEXT.        00900000
           MOVE WS-SELECTED-CNT                TO T1-TOTAL-CNT.         00901000
           WRITE SUM-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00902000
           MOVE "CLASS/TERMS CHANGED"          TO T1-TOTAL-TEXT.        00903000
           MOVE GT-CLASS-TERMS                 TO T1-TOTAL-CNT.         00904000
           WRITE SUM-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00905000
           PERFORM Z-TERM-SOURCE-COUNT THRU Z-TERM-SOURCE-COUNT-EXIT    00906000
               VARYING TP-TAB-IDX FROM 1 BY 1                           00907000
               UNTIL TP-TAB-IDX > TP-TAB-COUNT.                         00908000
           MOVE "TERMS DATED BY POSTING CARD"  TO T1-TOTAL-TEXT.        00909000
           MOVE WS-TERM-CARD-CNT               TO T1-TOTAL-CNT.         00910000
           WRITE SUM-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00911000
           MOVE "TERMS DATED BY TERM ID"       TO T1-TOTAL-TEXT.        00912000
           MOVE WS-TERM-ID-CNT                 TO T1-TOTAL-CNT.         00913000
           WRITE SUM-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00914000
           MOVE "TERMS DATED BY FIRST JOURNAL"  TO T1-TOTAL-TEXT.       00915000
           MOVE WS-TERM-JRNL-CNT               TO T1-TOTAL-CNT.         00916000
           WRITE SUM-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00917000
           MOVE "POSTING CARDS IGNORED"        TO T1-TOTAL-TEXT.        00918000
           MOVE WS-POST-IGNORED-CNT            TO T1-TOTAL-CNT.         00919000
           WRITE SUM-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00920000
       Z-TERM-SOURCE-COUNT.                                             00921000
           EVALUATE TRUE                                                00922000
               WHEN TP-FROM-CARD (TP-TAB-IDX)                           00923000
                   ADD 1 TO WS-TERM-CARD-CNT                            00924000
               WHEN TP-FROM-TERM-ID (TP-TAB-IDX)                        00925000
                   ADD 1 TO WS-TERM-ID-CNT                              00926000
               WHEN OTHER                                               00927000
                   ADD 1 TO WS-TERM-JRNL-CNT                            00928000
           END-EVALUATE.                                                00929000
       Z-TERM-SOURCE-COUNT-EXIT.                                        00930000
           EXIT.                                                        00931000
