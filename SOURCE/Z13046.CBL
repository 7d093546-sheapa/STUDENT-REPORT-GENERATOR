       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID. Z13046P1.                                            00002000
      * PREREQUISITE CHECK.  READS THE PREREQUISITE CARDS ON THE        00003000
      * DDCRSCAT CATALOG ("COURSE X REQUIRES A PASS IN COURSE Y") AND   00004000
      * CHECKS EVERY CLASS ON THE INCOMING DDSTUDTL ROSTER AGAINST THE  00005000
      * CLASSES THE STUDENT HAS ALREADY PASSED -- ON THE KEYED STUDENT  00006000
      * MASTER AND ON THE DDTRMARC TERM ARCHIVE BEHIND IT.  A PASS IS   00007000
      * A GRADE AT OR ABOVE THE SITE PASSING CUTOFF.  A STUDENT GRADED  00008000
      * IN A COURSE WITHOUT A PASS IN ITS PREREQUISITE IS LISTED ON THE 00009000
      * PREREQUISITE EXCEPTION REPORT, AND GETS ONE RECORD ON THE       00010000
      * KEYED DDPRQFLG FLAG FILE SO Z13032P3 CAN FLAG THE STUDENT'S     00011000
      * LINE ON THE CSV EXTRACT.  RUN AHEAD OF Z13032P3 AND BEFORE      00012000
      * Z13033P1 POSTS THE TERM, SO THE ROSTER'S OWN GRADES NEVER       00013000
      * COUNT AS A PRIOR PASS.                                          00014000
       ENVIRONMENT DIVISION.                                            00015000
       INPUT-OUTPUT SECTION.                                            00016000
       FILE-CONTROL.                                                    00017000
           SELECT UI-ALL-STUDENTS ASSIGN TO DDSTUDTL.                   00018000
           SELECT SITE-PARM-FILE  ASSIGN TO DDSITEPM                    00019000
               FILE STATUS IS WS-SITE-PARM-FS.                          00020000
           SELECT CATALOG-FILE    ASSIGN TO DDCRSCAT                    00021000
               FILE STATUS IS WS-CATALOG-FS.                            00022000
           SELECT STUDENT-MASTER  ASSIGN TO DDSTUMST                    00023000
               ORGANIZATION IS INDEXED                                  00024000
               ACCESS MODE IS RANDOM                                    00025000
               RECORD KEY IS SM-USERID                                  00026000
               FILE STATUS IS WS-MASTER-FS.                             00027000
           SELECT TERM-ARCHIVE    ASSIGN TO DDTRMARC                    00028000
               ORGANIZATION IS INDEXED                                  00029000
               ACCESS MODE IS DYNAMIC                                   00030000
               RECORD KEY IS TA-KEY                                     00031000
               FILE STATUS IS WS-ARCHIVE-FS.                            00032000
           SELECT PREREQ-FLAG-FILE ASSIGN TO DDPRQFLG                   00033000
               ORGANIZATION IS INDEXED                                  00034000
               ACCESS MODE IS RANDOM                                    00035000
               RECORD KEY IS PF-USERID                                  00036000
               FILE STATUS IS WS-FLAG-FS.                               00037000
           SELECT PREREQ-RPT-FILE ASSIGN TO DDPRQRPT.                   00038000
       DATA DIVISION.                                                   00039000
       FILE SECTION.                                                    00040000
       FD  UI-ALL-STUDENTS                                              00041000
               RECORDING MODE IS F                                      00042000
               DATA RECORD IS UI-STUDENT-DETAILS.                       00043000
       01  UI-STUDENT-DETAILS.                                          00044000
           05  UI-USERID               PIC X(6).                        00045000
           05  UI-FIRST-NAME           PIC X(20).                       00046000
      *    UI-NUM-CLASSES TELLS HOW MANY OF THE UI-CLASS-ENTRY SLOTS    00047000
      *    BELOW ARE ACTUALLY POPULATED FOR THIS STUDENT.               00048000
           05  UI-NUM-CLASSES          PIC 9(02).                       00049000
           05  UI-CLASS-ENTRY OCCURS 10 TIMES                           00050000
                               INDEXED BY UI-CLASS-IDX.                 00051000
               10  UI-CLASS-NAME       PIC X(20).                       00052000
               10  UI-CLASS-GR-DATE    PIC X(8).                        00053000
               10  UI-CLASS-GR-PERC    PIC 9(3).                        00054000
      *    W (WITHDRAWN) AND I (INCOMPLETE) RIDE IN THE GRADE FIELD     00055000
      *    AS LETTER MARKS.  A WITHDRAWN CLASS WAS NEVER GRADED AND     00056000
      *    IS NOT HELD TO ITS PREREQUISITES.                            00057000
               10  UI-CLASS-GR-MARK REDEFINES UI-CLASS-GR-PERC          00058000
                                       PIC X(3).                        00059000
                   88  CLASS-WITHDRAWN            VALUE "W".            00060000
                   88  CLASS-INCOMPLETE           VALUE "I".            00061000
                   88  CLASS-GRADE-MARK           VALUE "W" "I".        00062000
               10  UI-CLASS-SECTION    PIC X(3).                        00063000
               10  UI-CLASS-INSTR      PIC X(15).                       00064000
      *    SAME OPTIONAL PARAMETER CARD Z13032P3 READS -- ONLY THE      00065000
      *    PASSING CUTOFF MATTERS TO THIS PROGRAM.                      00066000
       FD  SITE-PARM-FILE                                               00067000
               RECORDING MODE IS F                                      00068000
               DATA RECORD IS SITE-PARM-RECORD.                         00069000
       01 SITE-PARM-RECORD.                                             00070000
           05 PARM-INSTRUCTOR         PIC X(11).                        00071000
           05 PARM-SITE-NAME          PIC X(10).                        00072000
           05 PARM-TERM               PIC X(8).                         00073000
           05 PARM-PASS-PERCENT       PIC 9(03).                        00074000
           05 FILLER                  PIC X(16).                        00075000
      *    OFFICIAL COURSE CATALOG -- ONLY THE PREREQUISITE CARDS ARE   00076000
      *    LOADED HERE.  LAYOUT MUST STAY IN STEP ACROSS Z13032P3,      00077000
      *    Z13033P1, Z13038P1, Z13045P1, Z13046P1, AND Z13047P1.        00078001
       FD  CATALOG-FILE                                                 00079000
               RECORDING MODE IS F                                      00080000
               DATA RECORD IS CAT-RECORD.                               00081000
       01 CAT-RECORD.                                                   00082000
           05 CAT-COURSE-NAME         PIC X(20).                        00083000
           05 CAT-CREDIT-HOURS        PIC 9(02).                        00084000
           05 CAT-ACTIVE-FLAG         PIC X.                            00085000
      *    A "P" IN CAT-CARD-TYPE MAKES THE CARD A PREREQUISITE         00086000
      *    CARD -- CAT-COURSE-NAME REQUIRES A PASS IN CAT-PREREQ-NAME,  00087000
      *    ONE CARD PER PREREQUISITE.  COURSE CARDS LEAVE BOTH BLANK.   00088000
           05 CAT-CARD-TYPE           PIC X.                            00089000
              88 CAT-PREREQ-CARD                VALUE "P".              00090000
           05 CAT-PREREQ-NAME         PIC X(20).                        00091000
           05 FILLER                  PIC X(36).                        00092000
      *    STUDENT MASTER AS BUILT BY Z13033P1 -- LAYOUT MUST STAY IN   00093000
      *    STEP WITH SM-MASTER-RECORD THERE.                            00094000
       FD  STUDENT-MASTER                                               00095000
               DATA RECORD IS SM-MASTER-RECORD.                         00096000
       01 SM-MASTER-RECORD.                                             00097000
           05 SM-USERID                PIC X(6).                        00098000
           05 SM-STUDENT-NAME          PIC X(20).                       00099000
           05 SM-TERM-COUNT            PIC 9(02).                       00100000
           05 SM-TERM-ENTRY OCCURS 8 TIMES                              00101000
                            INDEXED BY SM-TERM-IDX.                     00102000
               10 SM-TERM-ID           PIC X(8).                        00103000
               10 SM-TERM-NUM-CLASSES  PIC 9(02).                       00104000
               10 SM-TERM-CLASS-ENTRY OCCURS 10 TIMES                   00105000
                                      INDEXED BY SM-CLASS-IDX.          00106000
                   15 SM-CLASS-NAME    PIC X(20).                       00107000
                   15 SM-CLASS-GR-DATE PIC X(8).                        00108000
                   15 SM-CLASS-GR-PERC PIC 9(3).                        00109000
                   15 SM-CLASS-GR-MARK REDEFINES SM-CLASS-GR-PERC       00110000
                                       PIC X(3).                        00111000
                      88 SM-CLASS-WITHDRAWN       VALUE "W".            00112000
                      88 SM-CLASS-INCOMPLETE      VALUE "I".            00113000
                   15 SM-CLASS-SECTION  PIC X(3).                       00114000
                   15 SM-CLASS-INSTR    PIC X(15).                      00115000
               10 SM-TERM-OVERALL-AVG  PIC 9(3).                        00116000
               10 SM-TERM-FAIL-SW      PIC X.                           00117000
                  88 SM-TERM-FAILING             VALUE "Y".             00118000
               10 SM-TERM-HONOR-SW     PIC X.                           00119000
                  88 SM-TERM-HONOR-ROLL          VALUE "Y".             00120000
      *    TERM ARCHIVE AS BUILT BY Z13033P1 -- ONE RECORD PER TERM     00121000
      *    ROLLED OFF A FULL MASTER RECORD, KEYED ON USERID AND TERM    00122000
      *    ID.  LAYOUT MUST STAY IN STEP WITH TA-ARCHIVE-RECORD THERE.  00123000
       FD  TERM-ARCHIVE                                                 00124000
               DATA RECORD IS TA-ARCHIVE-RECORD.                        00125000
       01 TA-ARCHIVE-RECORD.                                            00126000
           05 TA-KEY.                                                   00127000
               10 TA-USERID            PIC X(6).                        00128000
               10 TA-TERM-ID           PIC X(8).                        00129000
           05 TA-TERM-NUM-CLASSES      PIC 9(02).                       00130000
           05 TA-TERM-CLASS-ENTRY OCCURS 10 TIMES                       00131000
                                  INDEXED BY TA-CLASS-IDX.              00132000
               10 TA-CLASS-NAME        PIC X(20).                       00133000
               10 TA-CLASS-GR-DATE     PIC X(8).                        00134000
               10 TA-CLASS-GR-PERC     PIC 9(3).                        00135000
               10 TA-CLASS-GR-MARK REDEFINES TA-CLASS-GR-PERC           00136000
                                       PIC X(3).                        00137000
               10 TA-CLASS-SECTION     PIC X(3).                        00138000
               10 TA-CLASS-INSTR       PIC X(15).                       00139000
           05 TA-TERM-OVERALL-AVG      PIC 9(3).                        00140000
           05 TA-TERM-FAIL-SW          PIC X.                           00141000
           05 TA-TERM-HONOR-SW         PIC X.                           00142000
           05 TA-STUDENT-NAME          PIC X(20).                       00143000
           05 TA-ARCHIVE-DATE          PIC X(8).                        00144000
           05 TA-ARCHIVE-TIME          PIC X(6).                        00145000
      *    ONE RECORD PER STUDENT WITH AT LEAST ONE PREREQUISITE        00146000
      *    EXCEPTION ON THIS ROSTER, KEYED ON USERID -- REBUILT EVERY   00147000
      *    RUN.  THE FIRST EXCEPTION FOUND RIDES ALONG FOR REFERENCE.   00148000
      *    LAYOUT MUST STAY IN STEP WITH PF-FLAG-RECORD IN Z13032P3.    00149000
       FD  PREREQ-FLAG-FILE                                             00150000
               DATA RECORD IS PF-FLAG-RECORD.                           00151000
       01 PF-FLAG-RECORD.                                               00152000
           05 PF-USERID               PIC X(6).                         00153000
           05 PF-EXCEPT-CNT           PIC 9(03).                        00154000
           05 PF-FIRST-COURSE         PIC X(20).                        00155000
           05 PF-FIRST-PREREQ         PIC X(20).                        00156000
           05 PF-RUN-DATE             PIC X(8).                         00157000
           05 FILLER                  PIC X(23).                        00158000
       FD  PREREQ-RPT-FILE                                              00159000
               RECORDING MODE IS F                                      00160000
               DATA RECORD IS PRQ-REPORT-DETAILS.                       00161000
       01 PRQ-REPORT-DETAILS           PIC X(133).                      00162000
       WORKING-STORAGE SECTION.                                         00163000
       01 MISC.                                                         00164000
          05 W1-CURRENT-DATE.                                           00165000
             10 W1-CURR-YEAR.                                           00166000
                15 W1-CURR-CC          PIC XX.                          00167000
                15 W1-CURR-YY          PIC XX.                          00168000
             10 W1-CURR-MONTH          PIC XX.                          00169000
             10 W1-CURR-DAY            PIC XX.                          00170000
          05 COUNTERS-SUBSCRIPTS.                                       00171000
             10 WS-REC-EOF             PIC X       VALUE "N".           00172000
             10 WS-CAT-EOF             PIC X       VALUE "N".           00173000
             10 WS-ARC-EOF             PIC X       VALUE "N".           00174000
             10 WS-READ-CNT            PIC 9(05)   VALUE 0.             00175000
             10 WS-SKIP-CNT            PIC 9(05)   VALUE 0.             00176000
             10 WS-CHECKED-CNT         PIC 9(05)   VALUE 0.             00177000
             10 WS-EXCEPT-CNT          PIC 9(05)   VALUE 0.             00178000
             10 WS-FLAGGED-CNT         PIC 9(05)   VALUE 0.             00179000
             10 WS-DUP-FLAG-CNT        PIC 9(05)   VALUE 0.             00180000
             10 WS-PRQ-BAD-CNT         PIC 9(05)   VALUE 0.             00181000
             10 WS-STU-EXCEPT-CNT      PIC 9(03)   VALUE 0.             00182000
             10 WS-PAGE-CNT            PIC 9(05)   VALUE 0.             00183000
             10 WS-LINE-CNT            PIC 99      VALUE 70.            00184000
          05 PREREQ-PARMS.                                              00185000
             10 WS-PASS-PERCENT        PIC 9(03)   VALUE 70.            00186000
             10 WS-SITE-PARM-FS        PIC XX      VALUE "00".          00187000
             10 WS-CATALOG-FS          PIC XX      VALUE "00".          00188000
             10 WS-MASTER-FS           PIC XX      VALUE "00".          00189000
             10 WS-ARCHIVE-FS          PIC XX      VALUE "00".          00190000
             10 WS-FLAG-FS             PIC XX      VALUE "00".          00191000
             10 WS-ARCHIVE-SW          PIC X       VALUE "N".           00192000
                88 ARCHIVE-AVAILABLE               VALUE "Y".           00193000
             10 WS-FOUND-SW            PIC X       VALUE "N".           00194000
                88 MASTER-FOUND                    VALUE "Y".           00195000
             10 WS-PASS-LOADED-SW      PIC X       VALUE "N".           00196000
                88 PASSES-LOADED                   VALUE "Y".           00197000
             10 WS-PASS-FOUND-SW       PIC X       VALUE "N".           00198000
                88 PASS-FOUND                      VALUE "Y".           00199000
             10 WS-HAS-PREREQ-SW       PIC X       VALUE "N".           00200000
                88 CLASS-HAS-PREREQ                VALUE "Y".           00201000
      *    MATCH THE OCCURS 1 TO N BOUNDS ON THE TABLES BELOW.          00202000
             10 WS-MAX-PRQ-TAB         PIC 9(03)   VALUE 200.           00203000
             10 WS-MAX-PASS-TAB        PIC 9(03)   VALUE 500.           00204000
             10 WS-PASS-NAME           PIC X(20).                       00205000
             10 WS-FIRST-COURSE        PIC X(20).                       00206000
             10 WS-FIRST-PREREQ        PIC X(20).                       00207000
       01 PREREQ-TABLE-AREA.                                            00208000
      *    THE PREREQUISITE CARDS AS LOADED AT A-INITIAL TIME -- ONE    00209000
      *    ENTRY PER CARD, SO A COURSE MAY CARRY SEVERAL.               00210000
          05 PRQ-TAB-COUNT           PIC 9(03)  VALUE 0.                00211000
          05 PRQ-TAB-ENTRY OCCURS 1 TO 200 TIMES                        00212000
                           DEPENDING ON PRQ-TAB-COUNT                   00213000
                           INDEXED BY PRQ-TAB-IDX.                      00214000
             10 PRQ-TAB-COURSE          PIC X(20).                      00215000
             10 PRQ-TAB-PREREQ          PIC X(20).                      00216000
       01 PASS-TABLE-AREA.                                              00217000
      *    EVERY CLASS THE STUDENT IN HAND HAS PASSED, MASTER AND       00218000
      *    ARCHIVE TOGETHER -- BUILT ONCE PER STUDENT, AND ONLY WHEN    00219000
      *    ONE OF THE STUDENT'S CLASSES HAS A PREREQUISITE.             00220000
          05 PASS-TAB-COUNT          PIC 9(03)  VALUE 0.                00221000
          05 PASS-TAB-ENTRY OCCURS 1 TO 500 TIMES                       00222000
                            DEPENDING ON PASS-TAB-COUNT                 00223000
                            INDEXED BY PASS-TAB-IDX.                    00224000
             10 PASS-TAB-NAME           PIC X(20).                      00225000
       01 H1-HEADING.                                                   00226000
          05 FILLER                    PIC X       VALUE SPACES.        00227000
          05 FILLER                    PIC X(30)   VALUE                00228000
              'PREREQUISITE EXCEPTION REPORT '.                         00229000
          05 FILLER                    PIC X(15)   VALUE SPACES.        00230000
          05 FILLER                    PIC X(9)    VALUE                00231000
              'RUN DATE:'.                                              00232000
          05 H1-CURR-MM                PIC XX.                          00233000
          05 FILLER                    PIC X       VALUE                00234000
              '/'.                                                      00235000
          05 H1-CURR-DD                PIC XX.                          00236000
          05 FILLER                    PIC X       VALUE                00237000
              '/'.                                                      00238000
          05 H1-CURR-YY                PIC XX.                          00239000
       01 H2-HEADING.                                                   00240000
          05 FILLER                    PIC X(53)   VALUE SPACES.        00241000
          05 FILLER                    PIC X(5)    VALUE                00242000
              'PAGE:'.                                                  00243000
          05 H2-PAGE-NUM               PIC 9(05).                       00244000
       01 H3-HEADING.                                                   00245000
          05 FILLER                    PIC X(2)    VALUE SPACES.        00246000
          05 FILLER                    PIC X(2)    VALUE                00247000
              'ID'.                                                     00248000
          05 FILLER                    PIC X(5)    VALUE SPACES.        00249000
          05 FILLER                    PIC X(4)    VALUE                00250000
              'NAME'.                                                   00251000
          05 FILLER                    PIC X(17)   VALUE SPACES.        00252000
          05 FILLER                    PIC X(6)    VALUE                00253000
              'COURSE'.                                                 00254000
          05 FILLER                    PIC X(15)   VALUE SPACES.        00255000
          05 FILLER                    PIC X(20)   VALUE                00256000
              'MISSING PREREQUISITE'.                                   00257000
          05 FILLER                    PIC X(1)    VALUE SPACES.        00258000
          05 FILLER                    PIC X(6)    VALUE                00259000
              'REASON'.                                                 00260000
       01 X1-EXCEPTION-LINE.                                            00261000
           05 FILLER                   PIC XX      VALUE SPACES.        00262000
           05 X1-USERID                PIC X(6).                        00263000
           05 FILLER                   PIC X       VALUE SPACES.        00264000
           05 X1-NAME                  PIC X(20).                       00265000
           05 FILLER                   PIC X       VALUE SPACES.        00266000
           05 X1-COURSE                PIC X(20).                       00267000
           05 FILLER                   PIC X       VALUE SPACES.        00268000
           05 X1-PREREQ                PIC X(20).                       00269000
           05 FILLER                   PIC X       VALUE SPACES.        00270000
           05 X1-REASON                PIC X(20).                       00271000
       01 T1-TOTAL-LINE.                                                00272000
           05 FILLER                   PIC XX      VALUE SPACES.        00273000
           05 T1-TOTAL-TEXT            PIC X(34).                       00274000
           05 FILLER                   PIC X       VALUE SPACES.        00275000
           05 T1-TOTAL-CNT             PIC ZZZZZZ9.                     00276000
       PROCEDURE DIVISION.                                              00277000
       MAIN-CONTROL.                                                    00278000
           PERFORM A-INITIAL.                                           00279000
           PERFORM B-CONTROL.                                           00280000
           PERFORM C-END.                                               00281000
       A-INITIAL.                                                       00282000
           MOVE FUNCTION CURRENT-DATE TO W1-CURRENT-DATE.               00283000
           MOVE W1-CURR-MONTH         TO H1-CURR-MM.                    00284000
           MOVE W1-CURR-DAY           TO H1-CURR-DD.                    00285000
           MOVE W1-CURR-YY            TO H1-CURR-YY.                    00286000
           PERFORM A-SITE-PARM-READ.                                    00287000
           PERFORM A-CATALOG-LOAD THRU A-CATALOG-LOAD-EXIT.             00288000
           OPEN INPUT UI-ALL-STUDENTS.                                  00289000
           OPEN INPUT STUDENT-MASTER.                                   00290000
           IF WS-MASTER-FS NOT = "00"                                   00291000
               DISPLAY "Z13046P1 - STUDENT MASTER OPEN FAILED, "        00292000
                   "STATUS " WS-MASTER-FS                               00293000
               MOVE 16 TO RETURN-CODE                                   00294000
               STOP RUN                                                 00295000
           END-IF.                                                      00296000
      *    THE ARCHIVE IS OPTIONAL -- UNTIL A STUDENT FILLS ALL EIGHT   00297000
      *    MASTER SLOTS THERE MAY BE NONE, AND THE MASTER ALONE COUNTS. 00298000
           OPEN INPUT TERM-ARCHIVE.                                     00299000
           IF WS-ARCHIVE-FS = "00"                                      00300000
               MOVE "Y" TO WS-ARCHIVE-SW                                00301000
           ELSE                                                         00302000
               DISPLAY "Z13046P1 - NO TERM ARCHIVE, STATUS "            00303000
                   WS-ARCHIVE-FS " -- MASTER PASSES ONLY"               00304000
           END-IF.                                                      00305000
      *    THE FLAG FILE IS REBUILT EVERY RUN, EVEN WITH NOTHING TO     00306000
      *    FLAG, SO Z13032P3 NEVER PICKS UP AN EARLIER ROSTER'S FLAGS.  00307000
           OPEN OUTPUT PREREQ-FLAG-FILE.                                00308000
           IF WS-FLAG-FS NOT = "00"                                     00309000
               DISPLAY "Z13046P1 - PREREQUISITE FLAG FILE OPEN "        00310000
                   "FAILED, STATUS " WS-FLAG-FS                         00311000
               MOVE 16 TO RETURN-CODE                                   00312000
               STOP RUN                                                 00313000
           END-IF.                                                      00314000
           OPEN OUTPUT PREREQ-RPT-FILE.                                 00315000
           PERFORM B-READ-ROSTER.                                       00316000
      *    OPTIONAL SITE CARD -- A MISSING DD OR A BLANK CUTOFF ON THE  00317000
      *    CARD LEAVES THE WS- DEFAULT IN PLACE.                        00318000
       A-SITE-PARM-READ.                                                00319000
           OPEN INPUT SITE-PARM-FILE.                                   00320000
           IF WS-SITE-PARM-FS = "00"                                    00321000
               READ SITE-PARM-FILE                                      00322000
                   AT END                                               00323000
                       CONTINUE                                         00324000
               END-READ                                                 00325000
               IF PARM-PASS-PERCENT NUMERIC                             00326000
                       AND PARM-PASS-PERCENT > 0                        00327000
                   MOVE PARM-PASS-PERCENT TO WS-PASS-PERCENT            00328000
               END-IF                                                   00329000
               CLOSE SITE-PARM-FILE                                     00330000
           END-IF.                                                      00331000
      *    LOAD THE PREREQUISITE CARDS.  A MISSING CATALOG, OR ONE WITH 00332000
      *    NO PREREQUISITE CARDS, CHECKS NOTHING BUT STILL REBUILDS AN  00333000
      *    EMPTY FLAG FILE.                                             00334000
       A-CATALOG-LOAD.                                                  00335000
           OPEN INPUT CATALOG-FILE.                                     00336000
           IF WS-CATALOG-FS NOT = "00"                                  00337000
               DISPLAY "Z13046P1 - NO COURSE CATALOG, STATUS "          00338000
                   WS-CATALOG-FS " -- NO PREREQUISITES TO CHECK"        00339000
               GO TO A-CATALOG-LOAD-EXIT.                               00340000
           PERFORM A-CATALOG-READ-ONE THRU A-CATALOG-READ-ONE-EXIT      00341000
               UNTIL WS-CAT-EOF = "Y".                                  00342000
           CLOSE CATALOG-FILE.                                          00343000
           IF PRQ-TAB-COUNT = 0                                         00344000
               DISPLAY "Z13046P1 - NO PREREQUISITE CARDS ON THE "       00345000
                   "CATALOG -- NOTHING TO CHECK".                       00346000
       A-CATALOG-LOAD-EXIT.                                             00347000
           EXIT.                                                        00348000
       A-CATALOG-READ-ONE.                                              00349000
           READ CATALOG-FILE                                            00350000
               AT END                                                   00351000
                   MOVE "Y" TO WS-CAT-EOF                               00352000
                   GO TO A-CATALOG-READ-ONE-EXIT                        00353000
           END-READ.                                                    00354000
           IF NOT CAT-PREREQ-CARD                                       00355000
               GO TO A-CATALOG-READ-ONE-EXIT.                           00356000
           IF CAT-COURSE-NAME = SPACES                                  00357000
                   OR CAT-PREREQ-NAME = SPACES                          00358000
               ADD 1 TO WS-PRQ-BAD-CNT                                  00359000
               GO TO A-CATALOG-READ-ONE-EXIT.                           00360000
      *    A CHECK RUN AGAINST HALF THE PREREQUISITES WOULD PASS        00361000
      *    STUDENTS IT SHOULD LIST -- ABORT THE SAME WAY THE OTHER      00362000
      *    TABLE GUARDS DO.                                             00363000
           IF PRQ-TAB-COUNT >= WS-MAX-PRQ-TAB                           00364000
               DISPLAY "Z13046P1 - PREREQUISITE CARDS EXCEED "          00365000
                   "CAPACITY OF " WS-MAX-PRQ-TAB                        00366000
               DISPLAY "Z13046P1 - RUN TERMINATED -- RAISE PRQ-"        00367000
                   "TAB-ENTRY OCCURS MAX AND RECOMPILE"                 00368000
               MOVE 16 TO RETURN-CODE                                   00369000
               STOP RUN.                                                00370000
           ADD 1 TO PRQ-TAB-COUNT.                                      00371000
           SET PRQ-TAB-IDX TO PRQ-TAB-COUNT.                            00372000
           MOVE CAT-COURSE-NAME TO PRQ-TAB-COURSE (PRQ-TAB-IDX).        00373000
           MOVE CAT-PREREQ-NAME TO PRQ-TAB-PREREQ (PRQ-TAB-IDX).        00374000
       A-CATALOG-READ-ONE-EXIT.                                         00375000
           EXIT.                                                        00376000
       B-CONTROL.                                                       00377000
           PERFORM B-STUDENT THRU B-STUDENT-EXIT                        00378000
               UNTIL WS-REC-EOF = "Y".                                  00379000
       B-STUDENT.                                                       00380000
           MOVE 0   TO WS-STU-EXCEPT-CNT.                               00381000
           MOVE "N" TO WS-PASS-LOADED-SW.                               00382000
           MOVE "N" TO WS-FOUND-SW.                                     00383000
      *    A CLASS COUNT THE EDIT WOULD REJECT IS NOT WORTH CHECKING -- 00384000
      *    Z13032P3 LISTS THE RECORD ON ITS OWN REJECT REPORT.          00385000
           IF UI-NUM-CLASSES NOT NUMERIC                                00386000
                   OR UI-NUM-CLASSES > 10                               00387000
               ADD 1 TO WS-SKIP-CNT                                     00388000
               GO TO B-STUDENT-NEXT.                                    00389000
           PERFORM B-CHECK-CLASS THRU B-CHECK-CLASS-EXIT                00390000
               VARYING UI-CLASS-IDX FROM 1 BY 1                         00391000
               UNTIL UI-CLASS-IDX > UI-NUM-CLASSES.                     00392000
           IF WS-STU-EXCEPT-CNT > 0                                     00393000
               PERFORM Z-FLAG-RECORD.                                   00394000
       B-STUDENT-NEXT.                                                  00395000
           PERFORM B-READ-ROSTER.                                       00396000
       B-STUDENT-EXIT.                                                  00397000
           EXIT.                                                        00398000
       B-READ-ROSTER.                                                   00399000
           READ UI-ALL-STUDENTS                                         00400000
               AT END                                                   00401000
                   MOVE "Y" TO WS-REC-EOF                               00402000
               NOT AT END                                               00403000
                   ADD 1 TO WS-READ-CNT                                 00404000
           END-READ.                                                    00405000
       B-CHECK-CLASS.                                                   00406000
           IF CLASS-WITHDRAWN (UI-CLASS-IDX)                            00407000
               GO TO B-CHECK-CLASS-EXIT.                                00408000
           MOVE "N" TO WS-HAS-PREREQ-SW.                                00409000
           PERFORM B-CHECK-PREREQ THRU B-CHECK-PREREQ-EXIT              00410000
               VARYING PRQ-TAB-IDX FROM 1 BY 1                          00411000
               UNTIL PRQ-TAB-IDX > PRQ-TAB-COUNT.                       00412000
           IF CLASS-HAS-PREREQ                                          00413000
               ADD 1 TO WS-CHECKED-CNT.                                 00414000
       B-CHECK-CLASS-EXIT.                                              00415000
           EXIT.                                                        00416000
      *    ONE PREREQUISITE CARD AGAINST ONE ROSTER CLASS -- A CARD FOR 00417000
      *    ANOTHER COURSE IS PASSED OVER.                               00418000
       B-CHECK-PREREQ.                                                  00419000
           IF PRQ-TAB-COURSE (PRQ-TAB-IDX)                              00420000
                   NOT = UI-CLASS-NAME (UI-CLASS-IDX)                   00421000
               GO TO B-CHECK-PREREQ-EXIT.                               00422000
           MOVE "Y" TO WS-HAS-PREREQ-SW.                                00423000
           IF NOT PASSES-LOADED                                         00424000
               PERFORM B-PASS-LOAD THRU B-PASS-LOAD-EXIT.               00425000
           MOVE "N" TO WS-PASS-FOUND-SW.                                00426000
           IF PASS-TAB-COUNT > 0                                        00427000
               SET PASS-TAB-IDX TO 1                                    00428000
               SEARCH PASS-TAB-ENTRY                                    00429000
                   AT END                                               00430000
                       CONTINUE                                         00431000
                   WHEN PASS-TAB-NAME (PASS-TAB-IDX)                    00432000
                           = PRQ-TAB-PREREQ (PRQ-TAB-IDX)               00433000
                       MOVE "Y" TO WS-PASS-FOUND-SW                     00434000
               END-SEARCH                                               00435000
           END-IF.                                                      00436000
           IF PASS-FOUND                                                00437000
               GO TO B-CHECK-PREREQ-EXIT.                               00438000
           IF MASTER-FOUND                                              00439000
               MOVE "NO PASS ON FILE"      TO X1-REASON                 00440000
           ELSE                                                         00441000
               MOVE "NO HISTORY ON MASTER" TO X1-REASON                 00442000
           END-IF.                                                      00443000
           PERFORM Z-EXCEPTION-LINE.                                    00444000
           ADD 1 TO WS-EXCEPT-CNT.                                      00445000
           ADD 1 TO WS-STU-EXCEPT-CNT.                                  00446000
           IF WS-STU-EXCEPT-CNT = 1                                     00447000
               MOVE UI-CLASS-NAME (UI-CLASS-IDX) TO WS-FIRST-COURSE     00448000
               MOVE PRQ-TAB-PREREQ (PRQ-TAB-IDX) TO WS-FIRST-PREREQ.    00449000
       B-CHECK-PREREQ-EXIT.                                             00450000
           EXIT.                                                        00451000
      *    GATHER EVERY CLASS THE STUDENT HAS PASSED -- THE TERMS STILL 00452000
      *    ON THE MASTER, THEN ANY ROLLED OFF ONTO THE ARCHIVE.         00453000
       B-PASS-LOAD.                                                     00454000
           MOVE "Y" TO WS-PASS-LOADED-SW.                               00455000
           MOVE 0   TO PASS-TAB-COUNT.                                  00456000
           MOVE UI-USERID TO SM-USERID.                                 00457000
           READ STUDENT-MASTER                                          00458000
               INVALID KEY                                              00459000
                   CONTINUE                                             00460000
               NOT INVALID KEY                                          00461000
                   MOVE "Y" TO WS-FOUND-SW                              00462000
           END-READ.                                                    00463000
           IF MASTER-FOUND                                              00464000
               PERFORM B-PASS-TERM THRU B-PASS-TERM-EXIT                00465000
                   VARYING SM-TERM-IDX FROM 1 BY 1                      00466000
                   UNTIL SM-TERM-IDX > SM-TERM-COUNT.                   00467000
           IF NOT ARCHIVE-AVAILABLE                                     00468000
               GO TO B-PASS-LOAD-EXIT.                                  00469000
           MOVE "N" TO WS-ARC-EOF.                                      00470000
           MOVE UI-USERID  TO TA-USERID.                                00471000
           MOVE LOW-VALUES TO TA-TERM-ID.                               00472000
           START TERM-ARCHIVE KEY NOT < TA-KEY                          00473000
               INVALID KEY                                              00474000
                   MOVE "Y" TO WS-ARC-EOF                               00475000
           END-START.                                                   00476000
           PERFORM B-PASS-ARCHIVE-ONE THRU B-PASS-ARCHIVE-ONE-EXIT      00477000
               UNTIL WS-ARC-EOF = "Y".                                  00478000
       B-PASS-LOAD-EXIT.                                                00479000
           EXIT.                                                        00480000
       B-PASS-TERM.                                                     00481000
           PERFORM B-PASS-CLASS THRU B-PASS-CLASS-EXIT                  00482000
               VARYING SM-CLASS-IDX FROM 1 BY 1                         00483000
               UNTIL SM-CLASS-IDX > SM-TERM-NUM-CLASSES (SM-TERM-IDX).  00484000
       B-PASS-TERM-EXIT.                                                00485000
           EXIT.                                                        00486000
       B-PASS-CLASS.                                                    00487000
           IF SM-CLASS-WITHDRAWN (SM-TERM-IDX SM-CLASS-IDX)             00488000
                   OR SM-CLASS-INCOMPLETE (SM-TERM-IDX SM-CLASS-IDX)    00489000
               GO TO B-PASS-CLASS-EXIT.                                 00490000
           IF SM-CLASS-GR-PERC (SM-TERM-IDX SM-CLASS-IDX)               00491000
                   < WS-PASS-PERCENT                                    00492000
               GO TO B-PASS-CLASS-EXIT.                                 00493000
           MOVE SM-CLASS-NAME (SM-TERM-IDX SM-CLASS-IDX)                00494000
               TO WS-PASS-NAME.                                         00495000
           PERFORM B-PASS-ADD.                                          00496000
       B-PASS-CLASS-EXIT.                                               00497000
           EXIT.                                                        00498000
       B-PASS-ARCHIVE-ONE.                                              00499000
           READ TERM-ARCHIVE NEXT RECORD                                00500000
               AT END                                                   00501000
                   MOVE "Y" TO WS-ARC-EOF                               00502000
                   GO TO B-PASS-ARCHIVE-ONE-EXIT                        00503000
           END-READ.                                                    00504000
           IF TA-USERID NOT = UI-USERID                                 00505000
               MOVE "Y" TO WS-ARC-EOF                                   00506000
               GO TO B-PASS-ARCHIVE-ONE-EXIT.                           00507000
           PERFORM B-PASS-ARC-CLASS THRU B-PASS-ARC-CLASS-EXIT          00508000
               VARYING TA-CLASS-IDX FROM 1 BY 1                         00509000
               UNTIL TA-CLASS-IDX > TA-TERM-NUM-CLASSES.                00510000
       B-PASS-ARCHIVE-ONE-EXIT.                                         00511000
           EXIT.                                                        00512000
       B-PASS-ARC-CLASS.                                                00513000
           IF TA-CLASS-GR-PERC (TA-CLASS-IDX) NOT NUMERIC               00514000
               GO TO B-PASS-ARC-CLASS-EXIT.                             00515000
           IF TA-CLASS-GR-PERC (TA-CLASS-IDX) < WS-PASS-PERCENT         00516000
               GO TO B-PASS-ARC-CLASS-EXIT.                             00517000
           MOVE TA-CLASS-NAME (TA-CLASS-IDX) TO WS-PASS-NAME.           00518000
           PERFORM B-PASS-ADD.                                          00519000
       B-PASS-ARC-CLASS-EXIT.                                           00520000
           EXIT.                                                        00521000
       B-PASS-ADD.                                                      00522000
           IF PASS-TAB-COUNT >= WS-MAX-PASS-TAB                         00523000
               DISPLAY "Z13046P1 - PASSED CLASSES FOR " UI-USERID       00524000
                   " EXCEED CAPACITY OF " WS-MAX-PASS-TAB               00525000
               DISPLAY "Z13046P1 - RUN TERMINATED -- RAISE PASS-"       00526000
                   "TAB-ENTRY OCCURS MAX AND RECOMPILE"                 00527000
               MOVE 16 TO RETURN-CODE                                   00528000
               STOP RUN.                                                00529000
           ADD 1 TO PASS-TAB-COUNT.                                     00530000
           SET PASS-TAB-IDX TO PASS-TAB-COUNT.                          00531000
           MOVE WS-PASS-NAME TO PASS-TAB-NAME (PASS-TAB-IDX).           00532000
       C-END.                                                           00533000
           PERFORM Z-TOTALS.                                            00534000
           CLOSE UI-ALL-STUDENTS STUDENT-MASTER                         00535000
                 PREREQ-FLAG-FILE PREREQ-RPT-FILE.                      00536000
           IF ARCHIVE-AVAILABLE                                         00537000
               CLOSE TERM-ARCHIVE.                                      00538000
           DISPLAY "Z13046P1 - ROSTER RECORDS READ:    " WS-READ-CNT.   00539000
           DISPLAY "Z13046P1 - ROSTER RECORDS SKIPPED: " WS-SKIP-CNT.   00540000
           DISPLAY "Z13046P1 - PREREQUISITE CARDS:     " PRQ-TAB-COUNT. 00541000
           DISPLAY "Z13046P1 - CLASSES CHECKED:        "                00542000
               WS-CHECKED-CNT.                                          00543000
           DISPLAY "Z13046P1 - PREREQUISITE EXCEPTIONS:"                00544000
               WS-EXCEPT-CNT.                                           00545000
           DISPLAY "Z13046P1 - STUDENTS FLAGGED:       "                00546000
               WS-FLAGGED-CNT.                                          00547000
           STOP RUN.                                                    00548000
       Z-HEADINGS.                                                      00549000
           ADD 1 TO WS-PAGE-CNT.                                        00550000
           MOVE WS-PAGE-CNT TO H2-PAGE-NUM.                             00551000
           WRITE PRQ-REPORT-DETAILS FROM H1-HEADING                     00552000
               AFTER ADVANCING PAGE.                                    00553000
           WRITE PRQ-REPORT-DETAILS FROM H2-HEADING.                    00554000
           WRITE PRQ-REPORT-DETAILS FROM H3-HEADING                     00555000
               AFTER ADVANCING 2 LINES.                                 00556000
           MOVE 5 TO WS-LINE-CNT.                                       00557000
       Z-EXCEPTION-LINE.                                                00558000
           IF WS-LINE-CNT > 65                                          00559000
               PERFORM Z-HEADINGS.                                      00560000
           MOVE UI-USERID                    TO X1-USERID.              00561000
           MOVE UI-FIRST-NAME                TO X1-NAME.                00562000
           MOVE UI-CLASS-NAME (UI-CLASS-IDX) TO X1-COURSE.              00563000
           MOVE PRQ-TAB-PREREQ (PRQ-TAB-IDX) TO X1-PREREQ.              00564000
           WRITE PRQ-REPORT-DETAILS FROM X1-EXCEPTION-LINE.             00565000
           ADD 1 TO WS-LINE-CNT.                                        00566000
      *    ONE FLAG RECORD PER STUDENT.  A USERID THE ROSTER CARRIES    00567000
      *    TWICE IS ALREADY FLAGGED -- THE SECOND WRITE IS COUNTED AND  00568000
      *    DROPPED.                                                     00569000
       Z-FLAG-RECORD.                                                   00570000
           MOVE SPACES            TO PF-FLAG-RECORD.                    00571000
           MOVE UI-USERID         TO PF-USERID.                         00572000
           MOVE WS-STU-EXCEPT-CNT TO PF-EXCEPT-CNT.                     00573000
           MOVE WS-FIRST-COURSE   TO PF-FIRST-COURSE.                   00574000
           MOVE WS-FIRST-PREREQ   TO PF-FIRST-PREREQ.                   00575000
           MOVE W1-CURRENT-DATE   TO PF-RUN-DATE.                       00576000
           WRITE PF-FLAG-RECORD                                         00577000
               INVALID KEY                                              00578000
                   ADD 1 TO WS-DUP-FLAG-CNT                             00579000
               NOT INVALID KEY                                          00580000
                   ADD 1 TO WS-FLAGGED-CNT                              00581000
           END-WRITE.                                                   00582000
       Z-TOTALS.                                                        00583000
      *    A CLEAN RUN STILL PRINTS THE TOTALS PAGE SO ADVISING CAN SEE 00584000
      *    THE CHECK ACTUALLY RAN AGAINST THE ROSTER.                   00585000
           IF WS-LINE-CNT > 58                                          00586000
               PERFORM Z-HEADINGS.                                      00587000
           MOVE "ROSTER RECORDS READ"          TO T1-TOTAL-TEXT.        00588000
           MOVE WS-READ-CNT                    TO T1-TOTAL-CNT.         00589000
           WRITE PRQ-REPORT-DETAILS FROM T1-TOTAL-LINE                  00590000
               AFTER ADVANCING 2 LINES.                                 00591000
           MOVE "ROSTER RECORDS SKIPPED"       TO T1-TOTAL-TEXT.        00592000
           MOVE WS-SKIP-CNT                    TO T1-TOTAL-CNT.         00593000
           WRITE PRQ-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00594000
           MOVE "PREREQUISITE CARDS LOADED"    TO T1-TOTAL-TEXT.        00595000
           MOVE PRQ-TAB-COUNT                  TO T1-TOTAL-CNT.         00596000
           WRITE PRQ-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00597000
           MOVE "PREREQUISITE CARDS IGNORED"   TO T1-TOTAL-TEXT.        00598000
           MOVE WS-PRQ-BAD-CNT                 TO T1-TOTAL-CNT.         00599000
           WRITE PRQ-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00600000
           MOVE "CLASSES WITH PREREQUISITES"   TO T1-TOTAL-TEXT.        00601000
           MOVE WS-CHECKED-CNT                 TO T1-TOTAL-CNT.         00602000
           WRITE PRQ-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00603000
           MOVE "PREREQUISITE EXCEPTIONS"      TO T1-TOTAL-TEXT.        00604000
           MOVE WS-EXCEPT-CNT                  TO T1-TOTAL-CNT.         00605000
           WRITE PRQ-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00606000
           MOVE "STUDENTS FLAGGED"             TO T1-TOTAL-TEXT.        00607000
           MOVE WS-FLAGGED-CNT                 TO T1-TOTAL-CNT.         00608000
           WRITE PRQ-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00609000
           MOVE "DUPLICATE ROSTER USERIDS"     TO T1-TOTAL-TEXT.        00610000
           MOVE WS-DUP-FLAG-CNT                TO T1-TOTAL-CNT.         00611000
           WRITE PRQ-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00612000
