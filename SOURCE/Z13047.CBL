       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID. Z13047P1.                                            00002000
      * PROGRAM COMPLETION AUDIT.  LOADS THE DDCURREQ CURRICULUM        00003000
      * REQUIREMENTS FILE -- EACH CERTIFICATE OR PROGRAM TRACK WITH ITS 00004000
      * REQUIRED COURSES, ITS ELECTIVE GROUPS, AND ITS MINIMUM TOTAL    00005000
      * CREDIT HOURS -- THEN SWEEPS THE KEYED STUDENT MASTER Z13033P1   00006000
      * MAINTAINS, WITH THE DDTRMARC TERM ARCHIVE BEHIND IT, AND LISTS  00007000
      * EVERY REQUIREMENT OF EVERY TRACK THE STUDENT IS ENROLLED IN AS  00008000
      * MET, IN PROGRESS, OR OUTSTANDING.  A REQUIREMENT IS MET ON      00009000
      * PASSES AT OR ABOVE THE SITE PASSING CUTOFF, AND IN PROGRESS     00010000
      * WHEN AN INCOMPLETE ON FILE WOULD MEET IT ONCE GRADED.  STUDENTS 00011000
      * WHO HAVE MET EVERY REQUIREMENT OF A TRACK ALSO GO ON THE        00012000
      * COMPLETION-CANDIDATE LIST FOR THE REGISTRAR -- THE CHECK THE    00013000
      * OFFICE USED TO DO BY HAND FROM THE Z13034P1 PRINTOUT AND THE    00014000
      * CATALOG.                                                        00015000
       ENVIRONMENT DIVISION.                                            00016000
       INPUT-OUTPUT SECTION.                                            00017000
       FILE-CONTROL.                                                    00018000
           SELECT REQMT-FILE      ASSIGN TO DDCURREQ                    00019000
               FILE STATUS IS WS-REQMT-FS.                              00020000
           SELECT ENROLL-FILE     ASSIGN TO DDTRKSTU                    00021000
               FILE STATUS IS WS-ENROLL-FS.                             00022000
           SELECT SITE-PARM-FILE  ASSIGN TO DDSITEPM                    00023000
               FILE STATUS IS WS-SITE-PARM-FS.                          00024000
           SELECT CATALOG-FILE    ASSIGN TO DDCRSCAT                    00025000
               FILE STATUS IS WS-CATALOG-FS.                            00026000
           SELECT STUDENT-MASTER  ASSIGN TO DDSTUMST                    00027000
               ORGANIZATION IS INDEXED                                  00028000
               ACCESS MODE IS SEQUENTIAL                                00029000
               RECORD KEY IS SM-USERID                                  00030000
               FILE STATUS IS WS-MASTER-FS.                             00031000
           SELECT TERM-ARCHIVE    ASSIGN TO DDTRMARC                    00032000
               ORGANIZATION IS INDEXED                                  00033000
               ACCESS MODE IS DYNAMIC                                   00034000
               RECORD KEY IS TA-KEY                                     00035000
               FILE STATUS IS WS-ARCHIVE-FS.                            00036000
           SELECT AUDIT-RPT-FILE  ASSIGN TO DDCMPRPT.                   00037000
           SELECT CAND-RPT-FILE   ASSIGN TO DDCMPCND.                   00038000
       DATA DIVISION.                                                   00039000
       FILE SECTION.                                                    00040000
      *    CURRICULUM REQUIREMENTS, GROUPED BY TRACK WITH THE TRACK     00041000
      *    CARD FIRST.  CARD TYPES:                                     00042000
      *      T - TRACK: ID, NAME, MINIMUM TOTAL CREDIT HOURS            00043000
      *      R - REQUIRED COURSE FOR THE TRACK                          00044000
      *      E - ONE COURSE IN AN ELECTIVE GROUP -- THE GROUP IS MET    00045000
      *          BY PASSES IN RQ-GROUP-NEEDED OF ITS COURSES (ONE IF    00046000
      *          LEFT BLANK; ANY CARD IN THE GROUP MAY CARRY IT)        00047000
      *    FIELDS A CARD TYPE DOES NOT USE ARE LEFT BLANK ON THE CARD.  00048000
       FD  REQMT-FILE                                                   00049000
               RECORDING MODE IS F                                      00050000
               DATA RECORD IS REQMT-RECORD.                             00051000
       01 REQMT-RECORD.                                                 00052000
           05 RQ-CARD-TYPE            PIC X.                            00053000
              88 RQ-TRACK-CARD                  VALUE "T".              00054000
              88 RQ-REQUIRED-CARD               VALUE "R".              00055000
              88 RQ-ELECTIVE-CARD               VALUE "E".              00056000
           05 RQ-TRACK-ID             PIC X(8).                         00057000
           05 RQ-TRACK-NAME           PIC X(30).                        00058000
           05 RQ-MIN-CREDITS          PIC 9(03).                        00059000
           05 RQ-COURSE-NAME          PIC X(20).                        00060000
           05 RQ-GROUP-ID             PIC X(4).                         00061000
           05 RQ-GROUP-NEEDED         PIC 9(02).                        00062000
           05 FILLER                  PIC X(12).                        00063000
      *    OPTIONAL TRACK ENROLLMENT -- ONE CARD PER STUDENT PER TRACK. 00064000
      *    WITHOUT THE DD EVERY STUDENT IS AUDITED AGAINST EVERY TRACK  00065000
      *    ON THE REQUIREMENTS FILE.                                    00066000
       FD  ENROLL-FILE                                                  00067000
               RECORDING MODE IS F                                      00068000
               DATA RECORD IS ENROLL-RECORD.                            00069000
       01 ENROLL-RECORD.                                                00070000
           05 ENR-USERID              PIC X(6).                         00071000
           05 ENR-TRACK-ID            PIC X(8).                         00072000
           05 FILLER                  PIC X(66).                        00073000
      *    SAME OPTIONAL PARAMETER CARD Z13032P3 READS -- ONLY THE      00074000
      *    PASSING CUTOFF MATTERS TO THIS PROGRAM.                      00075000
       FD  SITE-PARM-FILE                                               00076000
               RECORDING MODE IS F                                      00077000
               DATA RECORD IS SITE-PARM-RECORD.                         00078000
       01 SITE-PARM-RECORD.                                             00079000
           05 PARM-INSTRUCTOR         PIC X(11).                        00080000
           05 PARM-SITE-NAME          PIC X(10).                        00081000
           05 PARM-TERM               PIC X(8).                         00082000
           05 PARM-PASS-PERCENT       PIC 9(03).                        00083000
           05 FILLER                  PIC X(16).                        00084000
      *    OFFICIAL COURSE CATALOG -- ONLY THE CREDIT HOURS ARE USED    00085000
      *    HERE.  LAYOUT MUST STAY IN STEP ACROSS Z13032P3, Z13033P1,   00086000
      *    Z13038P1, Z13045P1, Z13046P1, AND Z13047P1.                  00087001
       FD  CATALOG-FILE                                                 00088000
               RECORDING MODE IS F                                      00089000
               DATA RECORD IS CAT-RECORD.                               00090000
       01 CAT-RECORD.                                                   00091000
           05 CAT-COURSE-NAME         PIC X(20).                        00092000
           05 CAT-CREDIT-HOURS        PIC 9(02).                        00093000
           05 CAT-ACTIVE-FLAG         PIC X.                            00094000
      *    A "P" IN CAT-CARD-TYPE MAKES THE CARD A PREREQUISITE         00095000
      *    CARD -- CAT-COURSE-NAME REQUIRES A PASS IN CAT-PREREQ-NAME,  00096000
      *    ONE CARD PER PREREQUISITE.  COURSE CARDS LEAVE BOTH BLANK.   00097000
           05 CAT-CARD-TYPE           PIC X.                            00098000
              88 CAT-PREREQ-CARD                VALUE "P".              00099000
           05 CAT-PREREQ-NAME         PIC X(20).                        00100000
           05 FILLER                  PIC X(36).                        00101000
      *    STUDENT MASTER AS BUILT BY Z13033P1 -- LAYOUT MUST STAY IN   00102000
      *    STEP WITH SM-MASTER-RECORD THERE.                            00103000
       FD  STUDENT-MASTER                                               00104000
               DATA RECORD IS SM-MASTER-RECORD.                         00105000
       01 SM-MASTER-RECORD.                                             00106000
           05 SM-USERID                PIC X(6).                        00107000
           05 SM-STUDENT-NAME          PIC X(20).                       00108000
           05 SM-TERM-COUNT            PIC 9(02).                       00109000
           05 SM-TERM-ENTRY OCCURS 8 TIMES                              00110000
                            INDEXED BY SM-TERM-IDX.                     00111000
               10 SM-TERM-ID           PIC X(8).                        00112000
               10 SM-TERM-NUM-CLASSES  PIC 9(02).                       00113000
               10 SM-TERM-CLASS-ENTRY OCCURS 10 TIMES                   00114000
                                      INDEXED BY SM-CLASS-IDX.          00115000
                   15 SM-CLASS-NAME    PIC X(20).                       00116000
                   15 SM-CLASS-GR-DATE PIC X(8).                        00117000
                   15 SM-CLASS-GR-PERC PIC 9(3).                        00118000
                   15 SM-CLASS-GR-MARK REDEFINES SM-CLASS-GR-PERC       00119000
                                       PIC X(3).                        00120000
                      88 SM-CLASS-WITHDRAWN       VALUE "W".            00121000
                      88 SM-CLASS-INCOMPLETE      VALUE "I".            00122000
                   15 SM-CLASS-SECTION  PIC X(3).                       00123000
                   15 SM-CLASS-INSTR    PIC X(15).                      00124000
               10 SM-TERM-OVERALL-AVG  PIC 9(3).                        00125000
               10 SM-TERM-FAIL-SW      PIC X.                           00126000
                  88 SM-TERM-FAILING             VALUE "Y".             00127000
               10 SM-TERM-HONOR-SW     PIC X.                           00128000
                  88 SM-TERM-HONOR-ROLL          VALUE "Y".             00129000
      *    TERM ARCHIVE AS BUILT BY Z13033P1 -- ONE RECORD PER TERM     00130000
      *    ROLLED OFF A FULL MASTER RECORD, KEYED ON USERID AND TERM    00131000
      *    ID.  LAYOUT MUST STAY IN STEP WITH TA-ARCHIVE-RECORD THERE.  00132000
       FD  TERM-ARCHIVE                                                 00133000
               DATA RECORD IS TA-ARCHIVE-RECORD.                        00134000
       01 TA-ARCHIVE-RECORD.                                            00135000
           05 TA-KEY.                                                   00136000
               10 TA-USERID            PIC X(6).                        00137000
               10 TA-TERM-ID           PIC X(8).                        00138000
           05 TA-TERM-NUM-CLASSES      PIC 9(02).                       00139000
           05 TA-TERM-CLASS-ENTRY OCCURS 10 TIMES                       00140000
                                  INDEXED BY TA-CLASS-IDX.              00141000
               10 TA-CLASS-NAME        PIC X(20).                       00142000
               10 TA-CLASS-GR-DATE     PIC X(8).                        00143000
               10 TA-CLASS-GR-PERC     PIC 9(3).                        00144000
               10 TA-CLASS-GR-MARK REDEFINES TA-CLASS-GR-PERC           00145000
                                       PIC X(3).                        00146000
                  88 TA-CLASS-WITHDRAWN          VALUE "W".             00147000
                  88 TA-CLASS-INCOMPLETE         VALUE "I".             00148000
               10 TA-CLASS-SECTION     PIC X(3).                        00149000
               10 TA-CLASS-INSTR       PIC X(15).                       00150000
           05 TA-TERM-OVERALL-AVG      PIC 9(3).                        00151000
           05 TA-TERM-FAIL-SW          PIC X.                           00152000
           05 TA-TERM-HONOR-SW         PIC X.                           00153000
           05 TA-STUDENT-NAME          PIC X(20).                       00154000
           05 TA-ARCHIVE-DATE          PIC X(8).                        00155000
           05 TA-ARCHIVE-TIME          PIC X(6).                        00156000
       FD  AUDIT-RPT-FILE                                               00157000
               RECORDING MODE IS F                                      00158000
               DATA RECORD IS AUDIT-REPORT-DETAILS.                     00159000
       01 AUDIT-REPORT-DETAILS         PIC X(133).                      00160000
       FD  CAND-RPT-FILE                                                00161000
               RECORDING MODE IS F                                      00162000
               DATA RECORD IS CAND-REPORT-DETAILS.                      00163000
       01 CAND-REPORT-DETAILS          PIC X(133).                      00164000
       WORKING-STORAGE SECTION.                                         00165000
       01 MISC.                                                         00166000
          05 W1-CURRENT-DATE.                                           00167000
             10 W1-CURR-YEAR.                                           00168000
                15 W1-CURR-CC          PIC XX.                          00169000
                15 W1-CURR-YY          PIC XX.                          00170000
             10 W1-CURR-MONTH          PIC XX.                          00171000
             10 W1-CURR-DAY            PIC XX.                          00172000
          05 COUNTERS-SUBSCRIPTS.                                       00173000
             10 WS-MASTER-EOF          PIC X       VALUE "N".           00174000
             10 WS-REQMT-EOF           PIC X       VALUE "N".           00175000
             10 WS-ENROLL-EOF          PIC X       VALUE "N".           00176000
             10 WS-CAT-EOF             PIC X       VALUE "N".           00177000
             10 WS-ARC-EOF             PIC X       VALUE "N".           00178000
             10 WS-MASTER-READ-CNT     PIC 9(07)   VALUE 0.             00179000
             10 WS-NO-TRACK-CNT        PIC 9(05)   VALUE 0.             00180000
             10 WS-AUDIT-CNT           PIC 9(05)   VALUE 0.             00181000
             10 WS-CANDIDATE-CNT       PIC 9(05)   VALUE 0.             00182000
             10 WS-REQMT-BAD-CNT       PIC 9(05)   VALUE 0.             00183000
             10 WS-ENROLL-BAD-CNT      PIC 9(05)   VALUE 0.             00184000
             10 WS-STU-TRACK-CNT       PIC 9(03)   VALUE 0.             00185000
             10 WS-PAGE-CNT            PIC 9(05)   VALUE 0.             00186000
             10 WS-LINE-CNT            PIC 99      VALUE 70.            00187000
             10 WS-CAND-PAGE-CNT       PIC 9(05)   VALUE 0.             00188000
             10 WS-CAND-LINE-CNT       PIC 99      VALUE 70.            00189000
          05 AUDIT-PARMS.                                               00190000
             10 WS-PASS-PERCENT        PIC 9(03)   VALUE 70.            00191000
             10 WS-REQMT-FS            PIC XX      VALUE "00".          00192000
             10 WS-ENROLL-FS           PIC XX      VALUE "00".          00193000
             10 WS-SITE-PARM-FS        PIC XX      VALUE "00".          00194000
             10 WS-CATALOG-FS          PIC XX      VALUE "00".          00195000
             10 WS-MASTER-FS           PIC XX      VALUE "00".          00196000
             10 WS-ARCHIVE-FS          PIC XX      VALUE "00".          00197000
             10 WS-ARCHIVE-SW          PIC X       VALUE "N".           00198000
                88 ARCHIVE-AVAILABLE               VALUE "Y".           00199000
             10 WS-ENROLL-SW           PIC X       VALUE "N".           00200000
                88 ENROLLMENT-AVAILABLE            VALUE "Y".           00201000
             10 WS-ALL-MET-SW          PIC X       VALUE "Y".           00202000
                88 ALL-REQUIREMENTS-MET            VALUE "Y".           00203000
      *    MATCH THE OCCURS 1 TO N BOUNDS ON THE TABLES BELOW.          00204000
             10 WS-MAX-TRK-TAB         PIC 9(03)   VALUE 20.            00205000
             10 WS-MAX-REQ-TAB         PIC 9(03)   VALUE 300.           00206000
             10 WS-MAX-GRP-TAB         PIC 9(03)   VALUE 100.           00207000
             10 WS-MAX-ENR-TAB         PIC 9(04)   VALUE 2000.          00208000
             10 WS-MAX-CAT-TAB         PIC 9(03)   VALUE 100.           00209000
             10 WS-MAX-HST-TAB         PIC 9(03)   VALUE 500.           00210000
          05 STUDENT-WORK.                                              00211000
             10 WS-TRK-SLOT            PIC 9(03).                       00212000
             10 WS-GRP-SLOT            PIC 9(03).                       00213000
             10 WS-HST-SLOT            PIC 9(03).                       00214000
             10 WS-CAT-SLOT            PIC 9(03).                       00215000
             10 WS-LOOKUP-TRACK        PIC X(8).                        00216000
             10 WS-LOOKUP-GROUP        PIC X(4).                        00210100
             10 WS-LOOKUP-NAME         PIC X(20).                       00217000
             10 WS-CLASS-STATUS        PIC X.                           00218000
             10 WS-CLASS-CREDITS       PIC 9(02).                       00219000
             10 WS-EARNED-CREDITS      PIC 9(04).                       00220000
             10 WS-PENDING-CREDITS     PIC 9(04).                       00221000
             10 WS-REACH-CNT           PIC 9(04).                       00222000
       01 TRACK-TABLE-AREA.                                             00223000
      *    ONE ENTRY PER T CARD.                                        00224000
          05 TRK-TAB-COUNT           PIC 9(03)  VALUE 0.                00225000
          05 TRK-TAB-ENTRY OCCURS 1 TO 20 TIMES                         00226000
                           DEPENDING ON TRK-TAB-COUNT                   00227000
                           INDEXED BY TRK-TAB-IDX.                      00228000
             10 TRK-TAB-ID              PIC X(8).                       00229000
             10 TRK-TAB-NAME            PIC X(30).                      00230000
             10 TRK-TAB-MIN-CREDITS     PIC 9(03).                      00231000
       01 REQUIREMENT-TABLE-AREA.                                       00232000
      *    ONE ENTRY PER R OR E CARD, IN CARD ORDER.                    00233000
          05 REQ-TAB-COUNT           PIC 9(03)  VALUE 0.                00234000
          05 REQ-TAB-ENTRY OCCURS 1 TO 300 TIMES                        00235000
                           DEPENDING ON REQ-TAB-COUNT                   00236000
                           INDEXED BY REQ-TAB-IDX.                      00237000
             10 REQ-TAB-TRACK           PIC X(8).                       00238000
             10 REQ-TAB-TYPE            PIC X.                          00239000
                88 REQ-TAB-REQUIRED               VALUE "R".            00240000
                88 REQ-TAB-ELECTIVE               VALUE "E".            00241000
             10 REQ-TAB-COURSE          PIC X(20).                      00242000
             10 REQ-TAB-GROUP           PIC X(4).                       00243000
       01 GROUP-TABLE-AREA.                                             00244000
      *    ONE ENTRY PER ELECTIVE GROUP OF A TRACK.  THE PASSED AND     00245000
      *    PENDING COUNTS ARE REBUILT FOR EACH STUDENT AND TRACK.       00246000
          05 GRP-TAB-COUNT           PIC 9(03)  VALUE 0.                00247000
          05 GRP-TAB-ENTRY OCCURS 1 TO 100 TIMES                        00248000
                           DEPENDING ON GRP-TAB-COUNT                   00249000
                           INDEXED BY GRP-TAB-IDX.                      00250000
             10 GRP-TAB-TRACK           PIC X(8).                       00251000
             10 GRP-TAB-ID              PIC X(4).                       00252000
             10 GRP-TAB-NEEDED          PIC 9(02).                      00253000
             10 GRP-TAB-MEMBERS         PIC 9(02).                      00254000
             10 GRP-TAB-PASSED          PIC 9(02).                      00255000
             10 GRP-TAB-PENDING         PIC 9(02).                      00256000
       01 ENROLL-TABLE-AREA.                                            00257000
          05 ENR-TAB-COUNT           PIC 9(04)  VALUE 0.                00258000
          05 ENR-TAB-ENTRY OCCURS 1 TO 2000 TIMES                       00259000
                           DEPENDING ON ENR-TAB-COUNT                   00260000
                           INDEXED BY ENR-TAB-IDX.                      00261000
             10 ENR-TAB-USERID          PIC X(6).                       00262000
             10 ENR-TAB-TRACK           PIC X(8).                       00263000
       01 CATALOG-TABLE-AREA.                                           00264000
          05 CAT-TAB-COUNT           PIC 9(03)  VALUE 0.                00265000
          05 CAT-TAB-ENTRY OCCURS 1 TO 100 TIMES                        00266000
                           DEPENDING ON CAT-TAB-COUNT                   00267000
                           INDEXED BY CAT-TAB-IDX.                      00268000
             10 CAT-TAB-NAME            PIC X(20).                      00269000
             10 CAT-TAB-CREDITS         PIC 9(02).                      00270000
       01 HISTORY-TABLE-AREA.                                           00271000
      *    ONE ENTRY PER DISTINCT COURSE THE STUDENT IN HAND HAS        00272000
      *    TAKEN, MASTER AND ARCHIVE TOGETHER, AT ITS BEST RESULT --    00273000
      *    A PASS OUTRANKS AN INCOMPLETE, AND AN INCOMPLETE OUTRANKS    00274000
      *    A FAILING GRADE.  A WITHDRAWAL IS NOT AN ATTEMPT.            00275000
          05 HST-TAB-COUNT           PIC 9(03)  VALUE 0.                00276000
          05 HST-TAB-ENTRY OCCURS 1 TO 500 TIMES                        00277000
                           DEPENDING ON HST-TAB-COUNT                   00278000
                           INDEXED BY HST-TAB-IDX.                      00279000
             10 HST-TAB-NAME            PIC X(20).                      00280000
             10 HST-TAB-STATUS          PIC X.                          00281000
                88 HST-PASSED                     VALUE "P".            00282000
                88 HST-PENDING                    VALUE "I".            00283000
                88 HST-FAILED                     VALUE "F".            00284000
       01 H1-HEADING.                                                   00285000
          05 FILLER                    PIC X       VALUE SPACES.        00286000
          05 FILLER                    PIC X(30)   VALUE                00287000
              'PROGRAM COMPLETION AUDIT      '.                         00288000
          05 FILLER                    PIC X(15)   VALUE SPACES.        00289000
          05 FILLER                    PIC X(9)    VALUE                00290000
              'RUN DATE:'.                                              00291000
          05 H1-CURR-MM                PIC XX.                          00292000
          05 FILLER                    PIC X       VALUE                00293000
              '/'.                                                      00294000
          05 H1-CURR-DD                PIC XX.                          00295000
          05 FILLER                    PIC X       VALUE                00296000
              '/'.                                                      00297000
          05 H1-CURR-YY                PIC XX.                          00298000
       01 H2-HEADING.                                                   00299000
          05 FILLER                    PIC X(53)   VALUE SPACES.        00300000
          05 FILLER                    PIC X(5)    VALUE                00301000
              'PAGE:'.                                                  00302000
          05 H2-PAGE-NUM               PIC 9(05).                       00303000
       01 C1-HEADING.                                                   00304000
          05 FILLER                    PIC X       VALUE SPACES.        00305000
          05 FILLER                    PIC X(30)   VALUE                00306000
              'COMPLETION CANDIDATES         '.                         00307000
          05 FILLER                    PIC X(15)   VALUE SPACES.        00308000
          05 FILLER                    PIC X(9)    VALUE                00309000
              'RUN DATE:'.                                              00310000
          05 C1-CURR-MM                PIC XX.                          00311000
          05 FILLER                    PIC X       VALUE                00312000
              '/'.                                                      00313000
          05 C1-CURR-DD                PIC XX.                          00314000
          05 FILLER                    PIC X       VALUE                00315000
              '/'.                                                      00316000
          05 C1-CURR-YY                PIC XX.                          00317000
       01 C3-HEADING.                                                   00318000
          05 FILLER                    PIC X(2)    VALUE SPACES.        00319000
          05 FILLER                    PIC X(2)    VALUE                00320000
              'ID'.                                                     00321000
          05 FILLER                    PIC X(5)    VALUE SPACES.        00322000
          05 FILLER                    PIC X(4)    VALUE                00323000
              'NAME'.                                                   00324000
          05 FILLER                    PIC X(17)   VALUE SPACES.        00325000
          05 FILLER                    PIC X(5)    VALUE                00326000
              'TRACK'.                                                  00327000
          05 FILLER                    PIC X(35)   VALUE SPACES.        00328000
          05 FILLER                    PIC X(7)    VALUE                00329000
              'CREDITS'.                                                00330000
       01 S1-STUDENT-LINE.                                              00331000
           05 FILLER                   PIC XX      VALUE SPACES.        00332000
           05 S1-USERID                PIC X(6).                        00333000
           05 FILLER                   PIC X       VALUE SPACES.        00334000
           05 S1-NAME                  PIC X(20).                       00335000
           05 FILLER                   PIC X       VALUE SPACES.        00336000
           05 FILLER                   PIC X(6)    VALUE 'TRACK:'.      00337000
           05 FILLER                   PIC X       VALUE SPACES.        00338000
           05 S1-TRACK-ID              PIC X(8).                        00339000
           05 FILLER                   PIC X       VALUE SPACES.        00340000
           05 S1-TRACK-NAME            PIC X(30).                       00341000
       01 R1-REQMT-LINE.                                                00342000
           05 FILLER                   PIC X(4)    VALUE SPACES.        00343000
           05 R1-KIND                  PIC X(14).                       00344000
           05 FILLER                   PIC X       VALUE SPACES.        00345000
           05 R1-ITEM                  PIC X(20).                       00346000
           05 FILLER                   PIC X       VALUE SPACES.        00347000
           05 R1-DETAIL.                                                00348000
               10 R1-HAVE              PIC ZZZ9.                        00349000
               10 R1-OF                PIC X(4).                        00350000
               10 R1-NEED              PIC ZZZ9.                        00351000
               10 R1-UNIT              PIC X(8).                        00352000
           05 FILLER                   PIC X       VALUE SPACES.        00353000
           05 R1-STATUS                PIC X(11).                       00354000
       01 R2-CANDIDATE-NOTE.                                            00355000
           05 FILLER                   PIC X(4)    VALUE SPACES.        00356000
           05 FILLER                   PIC X(42)   VALUE                00357000
              '** ALL REQUIREMENTS MET -- COMPLETION CAND'.             00358000
           05 FILLER                   PIC X(9)    VALUE                00359000
              'IDATE  **'.                                              00360000
       01 C2-CANDIDATE-LINE.                                            00361000
           05 FILLER                   PIC XX      VALUE SPACES.        00362000
           05 C2-USERID                PIC X(6).                        00363000
           05 FILLER                   PIC X       VALUE SPACES.        00364000
           05 C2-NAME                  PIC X(20).                       00365000
           05 FILLER                   PIC X       VALUE SPACES.        00366000
           05 C2-TRACK-ID              PIC X(8).                        00367000
           05 FILLER                   PIC X       VALUE SPACES.        00368000
           05 C2-TRACK-NAME            PIC X(30).                       00369000
           05 FILLER                   PIC X       VALUE SPACES.        00370000
           05 C2-CREDITS               PIC ZZZ9.                        00371000
       01 T1-TOTAL-LINE.                                                00372000
           05 FILLER                   PIC XX      VALUE SPACES.        00373000
           05 T1-TOTAL-TEXT            PIC X(34).                       00374000
           05 FILLER                   PIC X       VALUE SPACES.        00375000
           05 T1-TOTAL-CNT             PIC ZZZZZZ9.                     00376000
       PROCEDURE DIVISION.                                              00377000
       MAIN-CONTROL.                                                    00378000
           PERFORM A-INITIAL.                                           00379000
           PERFORM B-CONTROL.                                           00380000
           PERFORM C-END.                                               00381000
       A-INITIAL.                                                       00382000
           MOVE FUNCTION CURRENT-DATE TO W1-CURRENT-DATE.               00383000
           MOVE W1-CURR-MONTH         TO H1-CURR-MM.                    00384000
           MOVE W1-CURR-DAY           TO H1-CURR-DD.                    00385000
           MOVE W1-CURR-YY            TO H1-CURR-YY.                    00386000
           MOVE W1-CURR-MONTH         TO C1-CURR-MM.                    00387000
           MOVE W1-CURR-DAY           TO C1-CURR-DD.                    00388000
           MOVE W1-CURR-YY            TO C1-CURR-YY.                    00389000
           PERFORM A-SITE-PARM-READ.                                    00390000
           PERFORM A-REQMT-LOAD THRU A-REQMT-LOAD-EXIT.                 00391000
           PERFORM A-ENROLL-LOAD THRU A-ENROLL-LOAD-EXIT.               00392000
           PERFORM A-CATALOG-LOAD THRU A-CATALOG-LOAD-EXIT.             00393000
           OPEN INPUT STUDENT-MASTER.                                   00394000
           IF WS-MASTER-FS NOT = "00"                                   00395000
               DISPLAY "Z13047P1 - STUDENT MASTER OPEN FAILED, "        00396000
                   "STATUS " WS-MASTER-FS                               00397000
               MOVE 16 TO RETURN-CODE                                   00398000
               STOP RUN                                                 00399000
           END-IF.                                                      00400000
      *    THE ARCHIVE IS OPTIONAL -- UNTIL A STUDENT FILLS ALL EIGHT   00401000
      *    MASTER SLOTS THERE MAY BE NONE, AND THE MASTER ALONE COUNTS. 00402000
           OPEN INPUT TERM-ARCHIVE.                                     00403000
           IF WS-ARCHIVE-FS = "00"                                      00404000
               MOVE "Y" TO WS-ARCHIVE-SW                                00405000
           ELSE                                                         00406000
               DISPLAY "Z13047P1 - NO TERM ARCHIVE, STATUS "            00407000
                   WS-ARCHIVE-FS " -- MASTER HISTORY ONLY"              00408000
           END-IF.                                                      00409000
           OPEN OUTPUT AUDIT-RPT-FILE.                                  00410000
           OPEN OUTPUT CAND-RPT-FILE.                                   00411000
      *    OPTIONAL SITE CARD -- A MISSING DD OR A BLANK CUTOFF ON THE  00412000
      *    CARD LEAVES THE WS- DEFAULT IN PLACE.                        00413000
       A-SITE-PARM-READ.                                                00414000
           OPEN INPUT SITE-PARM-FILE.                                   00415000
           IF WS-SITE-PARM-FS = "00"                                    00416000
               READ SITE-PARM-FILE                                      00417000
                   AT END                                               00418000
                       CONTINUE                                         00419000
               END-READ                                                 00420000
               IF PARM-PASS-PERCENT NUMERIC                             00421000
                       AND PARM-PASS-PERCENT > 0                        00422000
                   MOVE PARM-PASS-PERCENT TO WS-PASS-PERCENT            00423000
               END-IF                                                   00424000
               CLOSE SITE-PARM-FILE                                     00425000
           END-IF.                                                      00426000
      *    THE REQUIREMENTS FILE IS THE WHOLE POINT OF THE RUN -- NO    00427000
      *    FILE, OR NO TRACK CARD ON IT, ENDS THE RUN WITH RC 8.        00428000
       A-REQMT-LOAD.                                                    00429000
           OPEN INPUT REQMT-FILE.                                       00430000
           IF WS-REQMT-FS NOT = "00"                                    00431000
               DISPLAY "Z13047P1 - NO REQUIREMENTS FILE, STATUS "       00432000
                   WS-REQMT-FS " -- RUN TERMINATED"                     00433000
               MOVE 8 TO RETURN-CODE                                    00434000
               STOP RUN.                                                00435000
           PERFORM A-REQMT-READ-ONE THRU A-REQMT-READ-ONE-EXIT          00436000
               UNTIL WS-REQMT-EOF = "Y".                                00437000
           CLOSE REQMT-FILE.                                            00438000
           IF TRK-TAB-COUNT = 0                                         00439000
               DISPLAY "Z13047P1 - NO TRACK CARDS ON THE REQUIREMENTS " 00440000
                   "FILE -- RUN TERMINATED"                             00441000
               MOVE 8 TO RETURN-CODE                                    00442000
               STOP RUN.                                                00443000
       A-REQMT-LOAD-EXIT.                                               00444000
           EXIT.                                                        00445000
       A-REQMT-READ-ONE.                                                00446000
           READ REQMT-FILE                                              00447000
               AT END                                                   00448000
                   MOVE "Y" TO WS-REQMT-EOF                             00449000
                   GO TO A-REQMT-READ-ONE-EXIT                          00450000
           END-READ.                                                    00451000
           IF RQ-TRACK-ID = SPACES                                      00452000
               ADD 1 TO WS-REQMT-BAD-CNT                                00453000
               GO TO A-REQMT-READ-ONE-EXIT.                             00454000
           IF RQ-TRACK-CARD                                             00455000
               PERFORM A-TRACK-ADD THRU A-TRACK-ADD-EXIT                00456000
               GO TO A-REQMT-READ-ONE-EXIT.                             00457000
      *    A COURSE CARD MUST FOLLOW ITS OWN TRACK CARD AND NAME A      00458000
      *    COURSE -- ANYTHING ELSE IS COUNTED AND DROPPED.              00459000
           MOVE RQ-TRACK-ID TO WS-LOOKUP-TRACK.                         00460000
           PERFORM B-TRACK-FIND THRU B-TRACK-FIND-EXIT.                 00461000
           IF WS-TRK-SLOT = 0                                           00462000
                   OR RQ-COURSE-NAME = SPACES                           00463000
                   OR NOT (RQ-REQUIRED-CARD OR RQ-ELECTIVE-CARD)        00464000
               DISPLAY "Z13047P1 - REQUIREMENT CARD IGNORED: "          00465000
                   REQMT-RECORD                                         00466000
               ADD 1 TO WS-REQMT-BAD-CNT                                00467000
               GO TO A-REQMT-READ-ONE-EXIT.                             00468000
           IF RQ-ELECTIVE-CARD                                          00469000
                   AND RQ-GROUP-ID = SPACES                             00470000
               DISPLAY "Z13047P1 - REQUIREMENT CARD IGNORED: "          00471000
                   REQMT-RECORD                                         00472000
               ADD 1 TO WS-REQMT-BAD-CNT                                00473000
               GO TO A-REQMT-READ-ONE-EXIT.                             00474000
      *    AN AUDIT AGAINST HALF A CURRICULUM WOULD PASS STUDENTS IT    00475000
      *    SHOULD NOT -- ABORT THE SAME WAY THE OTHER TABLE GUARDS DO.  00476000
           IF REQ-TAB-COUNT >= WS-MAX-REQ-TAB                           00477000
               DISPLAY "Z13047P1 - REQUIREMENT CARDS EXCEED "           00478000
                   "CAPACITY OF " WS-MAX-REQ-TAB                        00479000
               DISPLAY "Z13047P1 - RUN TERMINATED -- RAISE REQ-"        00480000
                   "TAB-ENTRY OCCURS MAX AND RECOMPILE"                 00481000
               MOVE 16 TO RETURN-CODE                                   00482000
               STOP RUN.                                                00483000
           ADD 1 TO REQ-TAB-COUNT.                                      00484000
           SET REQ-TAB-IDX TO REQ-TAB-COUNT.                            00485000
           MOVE RQ-TRACK-ID    TO REQ-TAB-TRACK (REQ-TAB-IDX).          00486000
           MOVE RQ-CARD-TYPE   TO REQ-TAB-TYPE (REQ-TAB-IDX).           00487000
           MOVE RQ-COURSE-NAME TO REQ-TAB-COURSE (REQ-TAB-IDX).         00488000
           MOVE RQ-GROUP-ID    TO REQ-TAB-GROUP (REQ-TAB-IDX).          00489000
           IF RQ-ELECTIVE-CARD                                          00490000
               PERFORM A-GROUP-ADD THRU A-GROUP-ADD-EXIT.               00491000
       A-REQMT-READ-ONE-EXIT.                                           00492000
           EXIT.                                                        00493000
       A-TRACK-ADD.                                                     00494000
           MOVE RQ-TRACK-ID TO WS-LOOKUP-TRACK.                         00495000
           PERFORM B-TRACK-FIND THRU B-TRACK-FIND-EXIT.                 00496000
           IF WS-TRK-SLOT > 0                                           00497000
               DISPLAY "Z13047P1 - DUPLICATE TRACK CARD IGNORED: "      00498000
                   RQ-TRACK-ID                                          00499000
               ADD 1 TO WS-REQMT-BAD-CNT                                00500000
               GO TO A-TRACK-ADD-EXIT.                                  00501000
           IF TRK-TAB-COUNT >= WS-MAX-TRK-TAB                           00502000
               DISPLAY "Z13047P1 - TRACK CARDS EXCEED CAPACITY OF "     00503000
                   WS-MAX-TRK-TAB                                       00504000
               DISPLAY "Z13047P1 - RUN TERMINATED -- RAISE TRK-"        00505000
                   "TAB-ENTRY OCCURS MAX AND RECOMPILE"                 00506000
               MOVE 16 TO RETURN-CODE                                   00507000
               STOP RUN.                                                00508000
           ADD 1 TO TRK-TAB-COUNT.                                      00509000
           SET TRK-TAB-IDX TO TRK-TAB-COUNT.                            00510000
           MOVE RQ-TRACK-ID   TO TRK-TAB-ID (TRK-TAB-IDX).              00511000
           MOVE RQ-TRACK-NAME TO TRK-TAB-NAME (TRK-TAB-IDX).            00512000
           IF RQ-MIN-CREDITS NUMERIC                                    00513000
               MOVE RQ-MIN-CREDITS TO TRK-TAB-MIN-CREDITS (TRK-TAB-IDX) 00514000
           ELSE                                                         00515000
               MOVE 0 TO TRK-TAB-MIN-CREDITS (TRK-TAB-IDX)              00516000
           END-IF.                                                      00517000
       A-TRACK-ADD-EXIT.                                                00518000
           EXIT.                                                        00519000
      *    FIRST E CARD OF A GROUP OPENS THE GROUP AT ONE COURSE        00520000
      *    NEEDED; A COUNT ON ANY CARD OF THE GROUP REPLACES IT.        00521000
       A-GROUP-ADD.                                                     00522000
           MOVE RQ-GROUP-ID TO WS-LOOKUP-GROUP.                         00520100
           PERFORM B-GROUP-FIND THRU B-GROUP-FIND-EXIT.                 00523000
           IF WS-GRP-SLOT = 0                                           00524000
               IF GRP-TAB-COUNT >= WS-MAX-GRP-TAB                       00525000
                   DISPLAY "Z13047P1 - ELECTIVE GROUPS EXCEED "         00526000
                       "CAPACITY OF " WS-MAX-GRP-TAB                    00527000
                   DISPLAY "Z13047P1 - RUN TERMINATED -- RAISE GRP-"    00528000
                       "TAB-ENTRY OCCURS MAX AND RECOMPILE"             00529000
                   MOVE 16 TO RETURN-CODE                               00530000
                   STOP RUN                                             00531000
               END-IF                                                   00532000
               ADD 1 TO GRP-TAB-COUNT                                   00533000
               MOVE GRP-TAB-COUNT TO WS-GRP-SLOT                        00534000
               MOVE WS-LOOKUP-TRACK TO GRP-TAB-TRACK (WS-GRP-SLOT)      00530100
               MOVE WS-LOOKUP-GROUP TO GRP-TAB-ID (WS-GRP-SLOT)         00530200
               MOVE 1               TO GRP-TAB-NEEDED (WS-GRP-SLOT)     00530300
               MOVE 0               TO GRP-TAB-MEMBERS (WS-GRP-SLOT)    00530400
           END-IF.                                                      00539000
           ADD 1 TO GRP-TAB-MEMBERS (WS-GRP-SLOT).                      00540000
           IF RQ-GROUP-NEEDED NUMERIC                                   00541000
                   AND RQ-GROUP-NEEDED > 0                              00542000
               MOVE RQ-GROUP-NEEDED TO GRP-TAB-NEEDED (WS-GRP-SLOT).    00543000
       A-GROUP-ADD-EXIT.                                                00544000
           EXIT.                                                        00545000
      *    OPTIONAL ENROLLMENT CARDS.  A CARD FOR A TRACK NOT ON THE    00546000
      *    REQUIREMENTS FILE IS COUNTED AND DROPPED.                    00547000
       A-ENROLL-LOAD.                                                   00548000
           OPEN INPUT ENROLL-FILE.                                      00549000
           IF WS-ENROLL-FS NOT = "00"                                   00550000
               DISPLAY "Z13047P1 - NO TRACK ENROLLMENT FILE, STATUS "   00551000
                   WS-ENROLL-FS " -- EVERY STUDENT AGAINST EVERY TRACK" 00552000
               GO TO A-ENROLL-LOAD-EXIT.                                00553000
           MOVE "Y" TO WS-ENROLL-SW.                                    00554000
           PERFORM A-ENROLL-READ-ONE THRU A-ENROLL-READ-ONE-EXIT        00555000
               UNTIL WS-ENROLL-EOF = "Y".                               00556000
           CLOSE ENROLL-FILE.                                           00557000
       A-ENROLL-LOAD-EXIT.                                              00558000
           EXIT.                                                        00559000
       A-ENROLL-READ-ONE.                                               00560000
           READ ENROLL-FILE                                             00561000
               AT END                                                   00562000
                   MOVE "Y" TO WS-ENROLL-EOF                            00563000
                   GO TO A-ENROLL-READ-ONE-EXIT                         00564000
           END-READ.                                                    00565000
           MOVE ENR-TRACK-ID TO WS-LOOKUP-TRACK.                        00566000
           PERFORM B-TRACK-FIND THRU B-TRACK-FIND-EXIT.                 00567000
           IF ENR-USERID = SPACES                                       00568000
                   OR WS-TRK-SLOT = 0                                   00569000
               DISPLAY "Z13047P1 - ENROLLMENT CARD IGNORED: "           00570000
                   ENR-USERID " " ENR-TRACK-ID                          00571000
               ADD 1 TO WS-ENROLL-BAD-CNT                               00572000
               GO TO A-ENROLL-READ-ONE-EXIT.                            00573000
           IF ENR-TAB-COUNT >= WS-MAX-ENR-TAB                           00574000
               DISPLAY "Z13047P1 - ENROLLMENT CARDS EXCEED "            00575000
                   "CAPACITY OF " WS-MAX-ENR-TAB                        00576000
               DISPLAY "Z13047P1 - RUN TERMINATED -- RAISE ENR-"        00577000
                   "TAB-ENTRY OCCURS MAX AND RECOMPILE"                 00578000
               MOVE 16 TO RETURN-CODE                                   00579000
               STOP RUN.                                                00580000
           ADD 1 TO ENR-TAB-COUNT.                                      00581000
           SET ENR-TAB-IDX TO ENR-TAB-COUNT.                            00582000
           MOVE ENR-USERID   TO ENR-TAB-USERID (ENR-TAB-IDX).           00583000
           MOVE ENR-TRACK-ID TO ENR-TAB-TRACK (ENR-TAB-IDX).            00584000
       A-ENROLL-READ-ONE-EXIT.                                          00585000
           EXIT.                                                        00586000
      *    LOAD THE OFFICIAL COURSE CATALOG FOR CREDIT HOURS.  A MISSING00587000
      *    DD WEIGHTS EVERY CLASS AT ONE CREDIT HOUR, THE SAME WAY      00588000
      *    Z13033P1 FILES A TERM WITHOUT ONE.                           00589000
       A-CATALOG-LOAD.                                                  00590000
           OPEN INPUT CATALOG-FILE.                                     00591000
           IF WS-CATALOG-FS NOT = "00"                                  00592000
               DISPLAY "Z13047P1 - NO COURSE CATALOG, STATUS "          00593000
                   WS-CATALOG-FS " -- ALL CLASSES AT ONE CREDIT"        00594000
               GO TO A-CATALOG-LOAD-EXIT.                               00595000
           PERFORM A-CATALOG-READ-ONE THRU A-CATALOG-READ-ONE-EXIT      00596000
               UNTIL WS-CAT-EOF = "Y".                                  00597000
           CLOSE CATALOG-FILE.                                          00598000
       A-CATALOG-LOAD-EXIT.                                             00599000
           EXIT.                                                        00600000
       A-CATALOG-READ-ONE.                                              00601000
           READ CATALOG-FILE                                            00602000
               AT END                                                   00603000
                   MOVE "Y" TO WS-CAT-EOF                               00604000
                   GO TO A-CATALOG-READ-ONE-EXIT                        00605000
           END-READ.                                                    00606000
           IF CAT-COURSE-NAME = SPACES                                  00607000
               GO TO A-CATALOG-READ-ONE-EXIT.                           00608000
      *    PREREQUISITE CARDS ARE NOT COURSES -- Z13046P1 READS THEM.   00609000
           IF CAT-PREREQ-CARD                                           00610000
               GO TO A-CATALOG-READ-ONE-EXIT.                           00611000
           IF CAT-TAB-COUNT >= WS-MAX-CAT-TAB                           00612000
               DISPLAY "Z13047P1 - CATALOG EXCEEDS CAPACITY OF "        00613000
                   WS-MAX-CAT-TAB                                       00614000
               DISPLAY "Z13047P1 - RUN TERMINATED -- RAISE CAT-"        00615000
                   "TAB-ENTRY OCCURS MAX AND RECOMPILE"                 00616000
               MOVE 16 TO RETURN-CODE                                   00617000
               STOP RUN.                                                00618000
           ADD 1 TO CAT-TAB-COUNT.                                      00619000
           SET CAT-TAB-IDX TO CAT-TAB-COUNT.                            00620000
           MOVE CAT-COURSE-NAME TO CAT-TAB-NAME (CAT-TAB-IDX).          00621000
           IF CAT-CREDIT-HOURS NUMERIC                                  00622000
                   AND CAT-CREDIT-HOURS > 0                             00623000
               MOVE CAT-CREDIT-HOURS                                    00624000
                   TO CAT-TAB-CREDITS (CAT-TAB-IDX)                     00625000
           ELSE                                                         00626000
               MOVE 1 TO CAT-TAB-CREDITS (CAT-TAB-IDX)                  00627000
           END-IF.                                                      00628000
       A-CATALOG-READ-ONE-EXIT.                                         00629000
           EXIT.                                                        00630000
       B-CONTROL.                                                       00631000
           PERFORM B-MASTER-ONE THRU B-MASTER-ONE-EXIT                  00632000
               UNTIL WS-MASTER-EOF = "Y".                               00633000
       B-MASTER-ONE.                                                    00634000
           READ STUDENT-MASTER NEXT RECORD                              00635000
               AT END                                                   00636000
                   MOVE "Y" TO WS-MASTER-EOF                            00637000
                   GO TO B-MASTER-ONE-EXIT                              00638000
           END-READ.                                                    00639000
           ADD 1 TO WS-MASTER-READ-CNT.                                 00640000
           MOVE 0 TO WS-STU-TRACK-CNT.                                  00641000
           PERFORM B-HISTORY-LOAD THRU B-HISTORY-LOAD-EXIT.             00642000
           IF ENROLLMENT-AVAILABLE                                      00643000
               PERFORM B-ENROLL-TRACK THRU B-ENROLL-TRACK-EXIT          00644000
                   VARYING ENR-TAB-IDX FROM 1 BY 1                      00645000
                   UNTIL ENR-TAB-IDX > ENR-TAB-COUNT                    00646000
           ELSE                                                         00647000
               PERFORM B-AUDIT-TRACK THRU B-AUDIT-TRACK-EXIT            00648000
                   VARYING WS-TRK-SLOT FROM 1 BY 1                      00649000
                   UNTIL WS-TRK-SLOT > TRK-TAB-COUNT                    00650000
           END-IF.                                                      00651000
           IF WS-STU-TRACK-CNT = 0                                      00652000
               ADD 1 TO WS-NO-TRACK-CNT.                                00653000
       B-MASTER-ONE-EXIT.                                               00654000
           EXIT.                                                        00655000
       B-ENROLL-TRACK.                                                  00656000
           IF ENR-TAB-USERID (ENR-TAB-IDX) NOT = SM-USERID              00657000
               GO TO B-ENROLL-TRACK-EXIT.                               00658000
           MOVE ENR-TAB-TRACK (ENR-TAB-IDX) TO WS-LOOKUP-TRACK.         00659000
           PERFORM B-TRACK-FIND THRU B-TRACK-FIND-EXIT.                 00660000
           PERFORM B-AUDIT-TRACK THRU B-AUDIT-TRACK-EXIT.               00661000
       B-ENROLL-TRACK-EXIT.                                             00662000
           EXIT.                                                        00663000
      *    GATHER EVERY COURSE THE STUDENT HAS TAKEN -- THE TERMS STILL 00664000
      *    ON THE MASTER, THEN ANY ROLLED OFF ONTO THE ARCHIVE.         00665000
       B-HISTORY-LOAD.                                                  00666000
           MOVE 0 TO HST-TAB-COUNT.                                     00667000
           PERFORM B-HISTORY-TERM THRU B-HISTORY-TERM-EXIT              00668000
               VARYING SM-TERM-IDX FROM 1 BY 1                          00669000
               UNTIL SM-TERM-IDX > SM-TERM-COUNT.                       00670000
           IF NOT ARCHIVE-AVAILABLE                                     00671000
               GO TO B-HISTORY-LOAD-EXIT.                               00672000
           MOVE "N" TO WS-ARC-EOF.                                      00673000
           MOVE SM-USERID  TO TA-USERID.                                00674000
           MOVE LOW-VALUES TO TA-TERM-ID.                               00675000
           START TERM-ARCHIVE KEY NOT < TA-KEY                          00676000
               INVALID KEY                                              00677000
                   MOVE "Y" TO WS-ARC-EOF                               00678000
           END-START.                                                   00679000
           PERFORM B-HISTORY-ARCHIVE-ONE THRU B-HISTORY-ARCHIVE-ONE-EXIT00680000
               UNTIL WS-ARC-EOF = "Y".                                  00681000
       B-HISTORY-LOAD-EXIT.                                             00682000
           EXIT.                                                        00683000
       B-HISTORY-TERM.                                                  00684000
           PERFORM B-HISTORY-CLASS THRU B-HISTORY-CLASS-EXIT            00685000
               VARYING SM-CLASS-IDX FROM 1 BY 1                         00686000
               UNTIL SM-CLASS-IDX > SM-TERM-NUM-CLASSES (SM-TERM-IDX).  00687000
       B-HISTORY-TERM-EXIT.                                             00688000
           EXIT.                                                        00689000
       B-HISTORY-CLASS.                                                 00690000
           IF SM-CLASS-WITHDRAWN (SM-TERM-IDX SM-CLASS-IDX)             00691000
               GO TO B-HISTORY-CLASS-EXIT.                              00692000
           MOVE SM-CLASS-NAME (SM-TERM-IDX SM-CLASS-IDX)                00693000
               TO WS-LOOKUP-NAME.                                       00694000
           EVALUATE TRUE                                                00695000
               WHEN SM-CLASS-INCOMPLETE (SM-TERM-IDX SM-CLASS-IDX)      00696000
                   MOVE "I" TO WS-CLASS-STATUS                          00697000
               WHEN SM-CLASS-GR-PERC (SM-TERM-IDX SM-CLASS-IDX)         00698000
                       NOT < WS-PASS-PERCENT                            00699000
                   MOVE "P" TO WS-CLASS-STATUS                          00700000
               WHEN OTHER                                               00701000
                   MOVE "F" TO WS-CLASS-STATUS                          00702000
           END-EVALUATE.                                                00703000
           PERFORM B-HISTORY-ADD THRU B-HISTORY-ADD-EXIT.               00704000
       B-HISTORY-CLASS-EXIT.                                            00705000
           EXIT.                                                        00706000
       B-HISTORY-ARCHIVE-ONE.                                           00707000
           READ TERM-ARCHIVE NEXT RECORD                                00708000
               AT END                                                   00709000
                   MOVE "Y" TO WS-ARC-EOF                               00710000
                   GO TO B-HISTORY-ARCHIVE-ONE-EXIT                     00711000
           END-READ.                                                    00712000
           IF TA-USERID NOT = SM-USERID                                 00713000
               MOVE "Y" TO WS-ARC-EOF                                   00714000
               GO TO B-HISTORY-ARCHIVE-ONE-EXIT.                        00715000
           PERFORM B-HISTORY-ARC-CLASS THRU B-HISTORY-ARC-CLASS-EXIT    00716000
               VARYING TA-CLASS-IDX FROM 1 BY 1                         00717000
               UNTIL TA-CLASS-IDX > TA-TERM-NUM-CLASSES.                00718000
       B-HISTORY-ARCHIVE-ONE-EXIT.                                      00719000
           EXIT.                                                        00720000
       B-HISTORY-ARC-CLASS.                                             00721000
           IF TA-CLASS-WITHDRAWN (TA-CLASS-IDX)                         00722000
               GO TO B-HISTORY-ARC-CLASS-EXIT.                          00723000
           MOVE TA-CLASS-NAME (TA-CLASS-IDX) TO WS-LOOKUP-NAME.         00724000
           EVALUATE TRUE                                                00725000
               WHEN TA-CLASS-INCOMPLETE (TA-CLASS-IDX)                  00726000
                   MOVE "I" TO WS-CLASS-STATUS                          00727000
               WHEN TA-CLASS-GR-PERC (TA-CLASS-IDX) NOT NUMERIC         00728000
                   GO TO B-HISTORY-ARC-CLASS-EXIT                       00729000
               WHEN TA-CLASS-GR-PERC (TA-CLASS-IDX)                     00730000
                       NOT < WS-PASS-PERCENT                            00731000
                   MOVE "P" TO WS-CLASS-STATUS                          00732000
               WHEN OTHER                                               00733000
                   MOVE "F" TO WS-CLASS-STATUS                          00734000
           END-EVALUATE.                                                00735000
           PERFORM B-HISTORY-ADD THRU B-HISTORY-ADD-EXIT.               00736000
       B-HISTORY-ARC-CLASS-EXIT.                                        00737000
           EXIT.                                                        00738000
      *    KEEP THE BEST RESULT PER COURSE -- P OVER I OVER F.          00739000
       B-HISTORY-ADD.                                                   00740000
           PERFORM B-HISTORY-FIND THRU B-HISTORY-FIND-EXIT.             00741000
           IF WS-HST-SLOT > 0                                           00742000
               IF WS-CLASS-STATUS = "P"                                 00743000
                       OR (WS-CLASS-STATUS = "I"                        00744000
                           AND HST-FAILED (WS-HST-SLOT))                00745000
                   MOVE WS-CLASS-STATUS TO HST-TAB-STATUS (WS-HST-SLOT) 00746000
               END-IF                                                   00747000
               GO TO B-HISTORY-ADD-EXIT.                                00748000
           IF HST-TAB-COUNT >= WS-MAX-HST-TAB                           00749000
               DISPLAY "Z13047P1 - COURSES FOR " SM-USERID              00750000
                   " EXCEED CAPACITY OF " WS-MAX-HST-TAB                00751000
               DISPLAY "Z13047P1 - RUN TERMINATED -- RAISE HST-"        00752000
                   "TAB-ENTRY OCCURS MAX AND RECOMPILE"                 00753000
               MOVE 16 TO RETURN-CODE                                   00754000
               STOP RUN.                                                00755000
           ADD 1 TO HST-TAB-COUNT.                                      00756000
           SET HST-TAB-IDX TO HST-TAB-COUNT.                            00757000
           MOVE WS-LOOKUP-NAME  TO HST-TAB-NAME (HST-TAB-IDX).          00758000
           MOVE WS-CLASS-STATUS TO HST-TAB-STATUS (HST-TAB-IDX).        00759000
       B-HISTORY-ADD-EXIT.                                              00760000
           EXIT.                                                        00761000
       B-HISTORY-FIND.                                                  00762000
           MOVE 0 TO WS-HST-SLOT.                                       00763000
           IF HST-TAB-COUNT = 0                                         00764000
               GO TO B-HISTORY-FIND-EXIT.                               00765000
           SET HST-TAB-IDX TO 1.                                        00766000
           SEARCH HST-TAB-ENTRY                                         00767000
               AT END                                                   00768000
                   GO TO B-HISTORY-FIND-EXIT                            00769000
               WHEN HST-TAB-NAME (HST-TAB-IDX) = WS-LOOKUP-NAME         00770000
                   SET WS-HST-SLOT TO HST-TAB-IDX                       00771000
           END-SEARCH.                                                  00772000
       B-HISTORY-FIND-EXIT.                                             00773000
           EXIT.                                                        00774000
      *    ONE STUDENT AGAINST ONE TRACK (WS-TRK-SLOT) -- REQUIRED      00775000
      *    COURSES, THEN ELECTIVE GROUPS, THEN TOTAL CREDIT HOURS.      00776000
       B-AUDIT-TRACK.                                                   00777000
           ADD 1 TO WS-STU-TRACK-CNT.                                   00778000
           ADD 1 TO WS-AUDIT-CNT.                                       00779000
           MOVE "Y" TO WS-ALL-MET-SW.                                   00780000
           PERFORM Z-STUDENT-LINE.                                      00781000
           MOVE TRK-TAB-ID (WS-TRK-SLOT) TO WS-LOOKUP-TRACK.            00782000
           PERFORM B-AUDIT-REQUIRED THRU B-AUDIT-REQUIRED-EXIT          00783000
               VARYING REQ-TAB-IDX FROM 1 BY 1                          00784000
               UNTIL REQ-TAB-IDX > REQ-TAB-COUNT.                       00785000
           PERFORM B-GROUP-RESET THRU B-GROUP-RESET-EXIT                00786000
               VARYING GRP-TAB-IDX FROM 1 BY 1                          00787000
               UNTIL GRP-TAB-IDX > GRP-TAB-COUNT.                       00788000
           PERFORM B-AUDIT-ELECTIVE THRU B-AUDIT-ELECTIVE-EXIT          00789000
               VARYING REQ-TAB-IDX FROM 1 BY 1                          00790000
               UNTIL REQ-TAB-IDX > REQ-TAB-COUNT.                       00791000
           PERFORM B-AUDIT-GROUP THRU B-AUDIT-GROUP-EXIT                00792000
               VARYING GRP-TAB-IDX FROM 1 BY 1                          00793000
               UNTIL GRP-TAB-IDX > GRP-TAB-COUNT.                       00794000
           PERFORM B-AUDIT-CREDITS.                                     00795000
           IF ALL-REQUIREMENTS-MET                                      00796000
               PERFORM Z-CANDIDATE-LINE.                                00797000
       B-AUDIT-TRACK-EXIT.                                              00798000
           EXIT.                                                        00799000
       B-AUDIT-REQUIRED.                                                00800000
           IF REQ-TAB-TRACK (REQ-TAB-IDX) NOT = WS-LOOKUP-TRACK         00801000
                   OR NOT REQ-TAB-REQUIRED (REQ-TAB-IDX)                00802000
               GO TO B-AUDIT-REQUIRED-EXIT.                             00803000
           MOVE REQ-TAB-COURSE (REQ-TAB-IDX) TO WS-LOOKUP-NAME.         00804000
           PERFORM B-HISTORY-FIND THRU B-HISTORY-FIND-EXIT.             00805000
           MOVE SPACES                      TO R1-REQMT-LINE.           00806000
           MOVE "REQUIRED"                  TO R1-KIND.                 00807000
           MOVE WS-LOOKUP-NAME              TO R1-ITEM.                 00808000
           EVALUATE TRUE                                                00809000
               WHEN WS-HST-SLOT = 0                                     00810000
                   MOVE "OUTSTANDING" TO R1-STATUS                      00811000
               WHEN HST-PASSED (WS-HST-SLOT)                            00812000
                   MOVE "MET"         TO R1-STATUS                      00813000
               WHEN HST-PENDING (WS-HST-SLOT)                           00814000
                   MOVE "IN PROGRESS" TO R1-STATUS                      00815000
               WHEN OTHER                                               00816000
                   MOVE "OUTSTANDING" TO R1-STATUS                      00817000
           END-EVALUATE.                                                00818000
           PERFORM Z-REQMT-LINE.                                        00819000
       B-AUDIT-REQUIRED-EXIT.                                           00820000
           EXIT.                                                        00821000
       B-GROUP-RESET.                                                   00822000
           MOVE 0 TO GRP-TAB-PASSED (GRP-TAB-IDX).                      00823000
           MOVE 0 TO GRP-TAB-PENDING (GRP-TAB-IDX).                     00824000
       B-GROUP-RESET-EXIT.                                              00825000
           EXIT.                                                        00826000
       B-AUDIT-ELECTIVE.                                                00827000
           IF REQ-TAB-TRACK (REQ-TAB-IDX) NOT = WS-LOOKUP-TRACK         00828000
                   OR NOT REQ-TAB-ELECTIVE (REQ-TAB-IDX)                00829000
               GO TO B-AUDIT-ELECTIVE-EXIT.                             00830000
           MOVE REQ-TAB-COURSE (REQ-TAB-IDX) TO WS-LOOKUP-NAME.         00831000
           PERFORM B-HISTORY-FIND THRU B-HISTORY-FIND-EXIT.             00832000
           IF WS-HST-SLOT = 0                                           00833000
               GO TO B-AUDIT-ELECTIVE-EXIT.                             00834000
           MOVE REQ-TAB-GROUP (REQ-TAB-IDX) TO WS-LOOKUP-GROUP.         00830100
           PERFORM B-GROUP-FIND THRU B-GROUP-FIND-EXIT.                 00837000
           IF HST-PASSED (WS-HST-SLOT)                                  00838000
               ADD 1 TO GRP-TAB-PASSED (WS-GRP-SLOT).                   00839000
           IF HST-PENDING (WS-HST-SLOT)                                 00840000
               ADD 1 TO GRP-TAB-PENDING (WS-GRP-SLOT).                  00841000
       B-AUDIT-ELECTIVE-EXIT.                                           00842000
           EXIT.                                                        00843000
      *    A GROUP IS MET ON ENOUGH PASSES, AND IN PROGRESS WHEN THE    00844000
      *    INCOMPLETES WOULD MAKE UP THE DIFFERENCE ONCE GRADED.        00845000
       B-AUDIT-GROUP.                                                   00846000
           IF GRP-TAB-TRACK (GRP-TAB-IDX) NOT = WS-LOOKUP-TRACK         00847000
               GO TO B-AUDIT-GROUP-EXIT.                                00848000
           MOVE SPACES                         TO R1-REQMT-LINE.        00849000
           MOVE "ELECTIVE GROUP"               TO R1-KIND.              00850000
           MOVE GRP-TAB-ID (GRP-TAB-IDX)       TO R1-ITEM.              00851000
           MOVE GRP-TAB-PASSED (GRP-TAB-IDX)   TO R1-HAVE.              00852000
           MOVE " OF "                         TO R1-OF.                00853000
           MOVE GRP-TAB-NEEDED (GRP-TAB-IDX)   TO R1-NEED.              00854000
           MOVE " PASSED"                      TO R1-UNIT.              00855000
           COMPUTE WS-REACH-CNT = GRP-TAB-PASSED (GRP-TAB-IDX)          00856000
               + GRP-TAB-PENDING (GRP-TAB-IDX).                         00857000
           EVALUATE TRUE                                                00858000
               WHEN GRP-TAB-PASSED (GRP-TAB-IDX)                        00859000
                       NOT < GRP-TAB-NEEDED (GRP-TAB-IDX)               00860000
                   MOVE "MET"         TO R1-STATUS                      00861000
               WHEN WS-REACH-CNT NOT < GRP-TAB-NEEDED (GRP-TAB-IDX)     00862000
                   MOVE "IN PROGRESS" TO R1-STATUS                      00863000
               WHEN OTHER                                               00864000
                   MOVE "OUTSTANDING" TO R1-STATUS                      00865000
           END-EVALUATE.                                                00866000
           PERFORM Z-REQMT-LINE.                                        00867000
       B-AUDIT-GROUP-EXIT.                                              00868000
           EXIT.                                                        00869000
      *    CREDIT HOURS EARNED ARE THE CATALOG HOURS OF EVERY DISTINCT  00870000
      *    COURSE PASSED -- A COURSE RETAKEN AND PASSED TWICE COUNTS    00871000
      *    ONCE.  HOURS PENDING ARE THE SAME FOR OPEN INCOMPLETES.      00872000
       B-AUDIT-CREDITS.                                                 00873000
           MOVE 0 TO WS-EARNED-CREDITS.                                 00874000
           MOVE 0 TO WS-PENDING-CREDITS.                                00875000
           PERFORM B-CREDIT-ONE THRU B-CREDIT-ONE-EXIT                  00876000
               VARYING HST-TAB-IDX FROM 1 BY 1                          00877000
               UNTIL HST-TAB-IDX > HST-TAB-COUNT.                       00878000
           MOVE SPACES                          TO R1-REQMT-LINE.       00879000
           MOVE "CREDIT HOURS"                  TO R1-KIND.             00880000
           MOVE "MINIMUM TOTAL"                 TO R1-ITEM.             00881000
           MOVE WS-EARNED-CREDITS               TO R1-HAVE.             00882000
           MOVE " OF "                          TO R1-OF.               00883000
           MOVE TRK-TAB-MIN-CREDITS (WS-TRK-SLOT) TO R1-NEED.           00884000
           MOVE " EARNED"                       TO R1-UNIT.             00885000
           COMPUTE WS-REACH-CNT = WS-EARNED-CREDITS                     00886000
               + WS-PENDING-CREDITS.                                    00887000
           EVALUATE TRUE                                                00888000
               WHEN WS-EARNED-CREDITS                                   00889000
                       NOT < TRK-TAB-MIN-CREDITS (WS-TRK-SLOT)          00890000
                   MOVE "MET"         TO R1-STATUS                      00891000
               WHEN WS-REACH-CNT                                        00892000
                       NOT < TRK-TAB-MIN-CREDITS (WS-TRK-SLOT)          00893000
                   MOVE "IN PROGRESS" TO R1-STATUS                      00894000
               WHEN OTHER                                               00895000
                   MOVE "OUTSTANDING" TO R1-STATUS                      00896000
           END-EVALUATE.                                                00897000
           PERFORM Z-REQMT-LINE.                                        00898000
       B-CREDIT-ONE.                                                    00899000
           IF HST-FAILED (HST-TAB-IDX)                                  00900000
               GO TO B-CREDIT-ONE-EXIT.                                 00901000
           MOVE HST-TAB-NAME (HST-TAB-IDX) TO WS-LOOKUP-NAME.           00902000
           PERFORM B-CLASS-CREDITS THRU B-CLASS-CREDITS-EXIT.           00903000
           IF HST-PASSED (HST-TAB-IDX)                                  00904000
               ADD WS-CLASS-CREDITS TO WS-EARNED-CREDITS                00905000
           ELSE                                                         00906000
               ADD WS-CLASS-CREDITS TO WS-PENDING-CREDITS               00907000
           END-IF.                                                      00908000
       B-CREDIT-ONE-EXIT.                                               00909000
           EXIT.                                                        00910000
      *    CREDIT HOURS FOR THE CLASS IN WS-LOOKUP-NAME -- ONE CREDIT   00911000
      *    WHEN NO CATALOG IS UP OR THE COURSE IS NOT LISTED, THE SAME  00912000
      *    FALLBACK Z13033P1 USES WHEN IT FILES THE TERM.               00913000
       B-CLASS-CREDITS.                                                 00914000
           MOVE 1 TO WS-CLASS-CREDITS.                                  00915000
           MOVE 0 TO WS-CAT-SLOT.                                       00916000
           IF CAT-TAB-COUNT = 0                                         00917000
               GO TO B-CLASS-CREDITS-EXIT.                              00918000
           SET CAT-TAB-IDX TO 1.                                        00919000
           SEARCH CAT-TAB-ENTRY                                         00920000
               AT END                                                   00921000
                   GO TO B-CLASS-CREDITS-EXIT                           00922000
               WHEN CAT-TAB-NAME (CAT-TAB-IDX) = WS-LOOKUP-NAME         00923000
                   SET WS-CAT-SLOT TO CAT-TAB-IDX                       00924000
           END-SEARCH.                                                  00925000
           MOVE CAT-TAB-CREDITS (WS-CAT-SLOT) TO WS-CLASS-CREDITS.      00926000
       B-CLASS-CREDITS-EXIT.                                            00927000
           EXIT.                                                        00928000
       B-TRACK-FIND.                                                    00929000
           MOVE 0 TO WS-TRK-SLOT.                                       00930000
           IF TRK-TAB-COUNT = 0                                         00931000
               GO TO B-TRACK-FIND-EXIT.                                 00932000
           SET TRK-TAB-IDX TO 1.                                        00933000
           SEARCH TRK-TAB-ENTRY                                         00934000
               AT END                                                   00935000
                   GO TO B-TRACK-FIND-EXIT                              00936000
               WHEN TRK-TAB-ID (TRK-TAB-IDX) = WS-LOOKUP-TRACK          00937000
                   SET WS-TRK-SLOT TO TRK-TAB-IDX                       00938000
           END-SEARCH.                                                  00939000
       B-TRACK-FIND-EXIT.                                               00940000
           EXIT.                                                        00941000
      *    ELECTIVE GROUP FOR WS-LOOKUP-TRACK AND WS-LOOKUP-GROUP.      00940100
       B-GROUP-FIND.                                                    00943000
           MOVE 0 TO WS-GRP-SLOT.                                       00944000
           IF GRP-TAB-COUNT = 0                                         00945000
               GO TO B-GROUP-FIND-EXIT.                                 00946000
           SET GRP-TAB-IDX TO 1.                                        00947000
           SEARCH GRP-TAB-ENTRY                                         00948000
               AT END                                                   00949000
                   GO TO B-GROUP-FIND-EXIT                              00950000
               WHEN GRP-TAB-TRACK (GRP-TAB-IDX) = WS-LOOKUP-TRACK       00950100
                       AND GRP-TAB-ID (GRP-TAB-IDX) = WS-LOOKUP-GROUP   00950200
                   SET WS-GRP-SLOT TO GRP-TAB-IDX                       00953000
           END-SEARCH.                                                  00954000
       B-GROUP-FIND-EXIT.                                               00955000
           EXIT.                                                        00956000
       C-END.                                                           00957000
           PERFORM Z-TOTALS.                                            00958000
           CLOSE STUDENT-MASTER AUDIT-RPT-FILE CAND-RPT-FILE.           00959000
           IF ARCHIVE-AVAILABLE                                         00960000
               CLOSE TERM-ARCHIVE.                                      00961000
           DISPLAY "Z13047P1 - MASTER RECORDS READ:    "                00962000
               WS-MASTER-READ-CNT.                                      00963000
           DISPLAY "Z13047P1 - TRACK AUDITS PRINTED:   " WS-AUDIT-CNT.  00964000
           DISPLAY "Z13047P1 - COMPLETION CANDIDATES:  "                00965000
               WS-CANDIDATE-CNT.                                        00966000
           DISPLAY "Z13047P1 - STUDENTS WITH NO TRACK: "                00967000
               WS-NO-TRACK-CNT.                                         00968000
           STOP RUN.                                                    00969000
       Z-HEADINGS.                                                      00970000
           ADD 1 TO WS-PAGE-CNT.                                        00971000
           MOVE WS-PAGE-CNT TO H2-PAGE-NUM.                             00972000
           WRITE AUDIT-REPORT-DETAILS FROM H1-HEADING                   00973000
               AFTER ADVANCING PAGE.                                    00974000
           WRITE AUDIT-REPORT-DETAILS FROM H2-HEADING.                  00975000
           MOVE 2 TO WS-LINE-CNT.                                       00976000
      *    A STUDENT'S BLOCK STARTS A NEW PAGE RATHER THAN BEGIN AT THE 00977000
      *    FOOT OF ONE -- LONG TRACKS STILL BREAK WHERE THEY MUST.      00978000
       Z-STUDENT-LINE.                                                  00979000
           IF WS-LINE-CNT > 55                                          00980000
               PERFORM Z-HEADINGS.                                      00981000
           MOVE SM-USERID                TO S1-USERID.                  00982000
           MOVE SM-STUDENT-NAME          TO S1-NAME.                    00983000
           MOVE TRK-TAB-ID (WS-TRK-SLOT)   TO S1-TRACK-ID.              00984000
           MOVE TRK-TAB-NAME (WS-TRK-SLOT) TO S1-TRACK-NAME.            00985000
           WRITE AUDIT-REPORT-DETAILS FROM S1-STUDENT-LINE              00986000
               AFTER ADVANCING 2 LINES.                                 00987000
           ADD 2 TO WS-LINE-CNT.                                        00988000
       Z-REQMT-LINE.                                                    00989000
           IF R1-STATUS NOT = "MET"                                     00990000
               MOVE "N" TO WS-ALL-MET-SW.                               00991000
           IF WS-LINE-CNT > 65                                          00992000
               PERFORM Z-HEADINGS.                                      00993000
           WRITE AUDIT-REPORT-DETAILS FROM R1-REQMT-LINE.               00994000
           ADD 1 TO WS-LINE-CNT.                                        00995000
       Z-CANDIDATE-LINE.                                                00996000
           ADD 1 TO WS-CANDIDATE-CNT.                                   00997000
           IF WS-LINE-CNT > 65                                          00998000
               PERFORM Z-HEADINGS.                                      00999000
           WRITE AUDIT-REPORT-DETAILS FROM R2-CANDIDATE-NOTE.           01000000
           ADD 1 TO WS-LINE-CNT.                                        01001000
           IF WS-CAND-LINE-CNT > 65                                     01002000
               PERFORM Z-CAND-HEADINGS.                                 01003000
           MOVE SM-USERID                  TO C2-USERID.                01004000
           MOVE SM-STUDENT-NAME            TO C2-NAME.                  01005000
           MOVE TRK-TAB-ID (WS-TRK-SLOT)   TO C2-TRACK-ID.              01006000
           MOVE TRK-TAB-NAME (WS-TRK-SLOT) TO C2-TRACK-NAME.            01007000
           MOVE WS-EARNED-CREDITS          TO C2-CREDITS.               01008000
           WRITE CAND-REPORT-DETAILS FROM C2-CANDIDATE-LINE.            01009000
           ADD 1 TO WS-CAND-LINE-CNT.                                   01010000
       Z-CAND-HEADINGS.                                                 01011000
           ADD 1 TO WS-CAND-PAGE-CNT.                                   01012000
           MOVE WS-CAND-PAGE-CNT TO H2-PAGE-NUM.                        01013000
           WRITE CAND-REPORT-DETAILS FROM C1-HEADING                    01014000
               AFTER ADVANCING PAGE.                                    01015000
           WRITE CAND-REPORT-DETAILS FROM H2-HEADING.                   01016000
           WRITE CAND-REPORT-DETAILS FROM C3-HEADING                    01017000
               AFTER ADVANCING 2 LINES.                                 01018000
           MOVE 5 TO WS-CAND-LINE-CNT.                                  01019000
       Z-TOTALS.                                                        01020000
      *    A RUN THAT AUDITED NOBODY STILL PRINTS THE TOTALS PAGE SO    01021000
      *    THE REGISTRAR CAN SEE THE SWEEP ACTUALLY RAN.  AN EMPTY      01022000
      *    CANDIDATE LIST STILL GETS ITS HEADING FOR THE SAME REASON.   01023000
           IF WS-CAND-PAGE-CNT = 0                                      01024000
               PERFORM Z-CAND-HEADINGS.                                 01025000
           IF WS-LINE-CNT > 58                                          01026000
               PERFORM Z-HEADINGS.                                      01027000
           MOVE "MASTER RECORDS READ"          TO T1-TOTAL-TEXT.        01028000
           MOVE WS-MASTER-READ-CNT             TO T1-TOTAL-CNT.         01029000
           WRITE AUDIT-REPORT-DETAILS FROM T1-TOTAL-LINE                01030000
               AFTER ADVANCING 2 LINES.                                 01031000
           MOVE "TRACKS ON REQUIREMENTS FILE"  TO T1-TOTAL-TEXT.        01032000
           MOVE TRK-TAB-COUNT                  TO T1-TOTAL-CNT.         01033000
           WRITE AUDIT-REPORT-DETAILS FROM T1-TOTAL-LINE.               01034000
           MOVE "REQUIREMENT CARDS IGNORED"    TO T1-TOTAL-TEXT.        01035000
           MOVE WS-REQMT-BAD-CNT               TO T1-TOTAL-CNT.         01036000
           WRITE AUDIT-REPORT-DETAILS FROM T1-TOTAL-LINE.               01037000
           MOVE "ENROLLMENT CARDS IGNORED"     TO T1-TOTAL-TEXT.        01038000
           MOVE WS-ENROLL-BAD-CNT              TO T1-TOTAL-CNT.         01039000
           WRITE AUDIT-REPORT-DETAILS FROM T1-TOTAL-LINE.               01040000
           MOVE "STUDENTS WITH NO TRACK"       TO T1-TOTAL-TEXT.        01041000
           MOVE WS-NO-TRACK-CNT                TO T1-TOTAL-CNT.         01042000
           WRITE AUDIT-REPORT-DETAILS FROM T1-TOTAL-LINE.               01043000
           MOVE "TRACK AUDITS PRINTED"         TO T1-TOTAL-TEXT.        01044000
           MOVE WS-AUDIT-CNT                   TO T1-TOTAL-CNT.         01045000
           WRITE AUDIT-REPORT-DETAILS FROM T1-TOTAL-LINE.               01046000
           MOVE "COMPLETION CANDIDATES"        TO T1-TOTAL-TEXT.        01047000
           MOVE WS-CANDIDATE-CNT               TO T1-TOTAL-CNT.         01048000
           WRITE AUDIT-REPORT-DETAILS FROM T1-TOTAL-LINE.               01049000
