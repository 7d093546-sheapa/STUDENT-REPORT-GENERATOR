       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID. Z13045P1.                                            00002000
      * OFFICIAL TRANSCRIPT PRINT.  READS ONE OR MORE USERID REQUEST    00003000
      * CARDS, PULLS EACH STUDENT'S RECORD FROM THE KEYED STUDENT       00004000
      * MASTER Z13033P1 MAINTAINS, AND PRINTS THE TRANSCRIPT TERM BY    00005000
      * TERM -- EVERY CLASS WITH ITS GRADE AND THE CREDIT HOURS         00006000
      * ATTEMPTED AND EARNED, WEIGHTED BY THE DDCRSCAT CATALOG, THEN    00007000
      * THE CUMULATIVE CREDITS ATTEMPTED, CREDITS EARNED, AND THE       00008000
      * CUMULATIVE CREDIT-WEIGHTED AVERAGE.  W AND I MARKS COUNT        00009000
      * NEITHER AS ATTEMPTED NOR AS EARNED.  EACH STUDENT IS GIVEN A    00010000
      * STANDING OF GOOD, PROBATION, OR DISMISSAL FROM THE              00011000
      * CUMULATIVE AVERAGE AND THE RUN OF CONSECUTIVE LOW TERMS,        00012000
      * AGAINST THRESHOLDS ON THE DDTSCPRM CARD -- THE FIGURES THE      00013003
      * REGISTRAR'S OFFICE USED TO WORK OUT BY HAND FROM THE            00014000
      * Z13034P1 HISTORY PRINTOUT.  ONE PAGE SET PER STUDENT.           00015000
      * TERMS ROLLED OFF THE MASTER ONTO THE DDTRMARC TERM ARCHIVE      00010101
      * PRINT FIRST, OLDEST FIRST, AND COUNT TOWARD EVERY CUMULATIVE    00010201
      * FIGURE AND THE STANDING LIKE ANY OTHER TERM.                    00010301
       ENVIRONMENT DIVISION.                                            00016000
       INPUT-OUTPUT SECTION.                                            00017000
       FILE-CONTROL.                                                    00018000
           SELECT TRN-REQ-FILE    ASSIGN TO DDTSCREQ                    00019003
               FILE STATUS IS WS-TRN-REQ-FS.                            00020000
           SELECT TRN-PARM-FILE   ASSIGN TO DDTSCPRM                    00021003
               FILE STATUS IS WS-TRN-PARM-FS.                           00022000
           SELECT SITE-PARM-FILE  ASSIGN TO DDSITEPM                    00023000
               FILE STATUS IS WS-SITE-PARM-FS.                          00024000
           SELECT CATALOG-FILE    ASSIGN TO DDCRSCAT                    00025000
               FILE STATUS IS WS-CATALOG-FS.                            00026000
           SELECT STUDENT-MASTER  ASSIGN TO DDSTUMST                    00027000
               ORGANIZATION IS INDEXED                                  00028000
               ACCESS MODE IS RANDOM                                    00029000
               RECORD KEY IS SM-USERID                                  00030000
               FILE STATUS IS WS-MASTER-FS.                             00031000
           SELECT TRN-RPT-FILE    ASSIGN TO DDTSCRPT.                   00032003
           SELECT TERM-ARCHIVE    ASSIGN TO DDTRMARC                    00030101
               ORGANIZATION IS INDEXED                                  00030201
               ACCESS MODE IS DYNAMIC                                   00030301
               RECORD KEY IS TA-KEY                                     00030401
               FILE STATUS IS WS-ARCHIVE-FS.                            00030501
       DATA DIVISION.                                                   00033000
       FILE SECTION.                                                    00034000
      *    ONE REQUEST CARD PER TRANSCRIPT TO BE PRINTED -- USERID IN   00035000
      *    THE FIRST SIX POSITIONS, REST OF THE CARD IGNORED.           00036000
       FD  TRN-REQ-FILE                                                 00037000
               RECORDING MODE IS F                                      00038000
               DATA RECORD IS TRN-REQ-RECORD.                           00039000
       01 TRN-REQ-RECORD.                                               00040000
           05 REQ-USERID              PIC X(6).                         00041000
           05 FILLER                  PIC X(74).                        00042000
      *    OPTIONAL STANDING PARAMETER CARD -- A MISSING DD OR A        00043000
      *    BLANK FIELD LEAVES THE CORRESPONDING WS- DEFAULT IN PLACE.   00044000
      *      PROB-CUM-AVG   CUMULATIVE AVERAGE BELOW THIS IS PROBATION  00045000
      *      DISM-CUM-AVG   CUMULATIVE AVERAGE BELOW THIS IS DISMISSAL  00046000
      *      TERM-MIN-AVG   A TERM AVERAGING BELOW THIS IS A LOW TERM   00047000
      *      PROB-TERMS     CONSECUTIVE LOW TERMS THAT MEAN PROBATION   00048000
      *      DISM-TERMS     CONSECUTIVE LOW TERMS THAT MEAN DISMISSAL   00049000
       FD  TRN-PARM-FILE                                                00050000
               RECORDING MODE IS F                                      00051000
               DATA RECORD IS TRN-PARM-RECORD.                          00052000
       01 TRN-PARM-RECORD.                                              00053000
           05 PARM-PROB-CUM-AVG       PIC 9(03).                        00054000
           05 PARM-DISM-CUM-AVG       PIC 9(03).                        00055000
           05 PARM-TERM-MIN-AVG       PIC 9(03).                        00056000
           05 PARM-PROB-TERMS         PIC 9(02).                        00057000
           05 PARM-DISM-TERMS         PIC 9(02).                        00058000
           05 FILLER                  PIC X(67).                        00059000
      *    SAME OPTIONAL PARAMETER CARD Z13033P1 READS -- THE PASSING   00060000
      *    CUTOFF DECIDES WHETHER A CLASS'S CREDITS ARE EARNED, AND     00061000
      *    THE SITE NAME HEADS THE TRANSCRIPT.                          00062000
       FD  SITE-PARM-FILE                                               00063000
               RECORDING MODE IS F                                      00064000
               DATA RECORD IS SITE-PARM-RECORD.                         00065000
       01 SITE-PARM-RECORD.                                             00066000
           05 PARM-INSTRUCTOR         PIC X(11).                        00067000
           05 PARM-SITE-NAME          PIC X(10).                        00068000
           05 PARM-TERM               PIC X(8).                         00069000
           05 PARM-PASS-PERCENT       PIC 9(03).                        00070000
           05 FILLER                  PIC X(16).                        00071000
      *    OFFICIAL COURSE CATALOG -- ONE CARD PER COURSE: NAME,        00072000
      *    CREDIT HOURS, ACTIVE FLAG.  THE EDIT VALIDATES EVERY         00073000
      *    UI-CLASS-NAME AGAINST IT AND THE PER-STUDENT AVERAGES        00074000
      *    WEIGHT EACH CLASS BY ITS CREDIT HOURS.  LAYOUT MUST STAY     00075000
      *    IN STEP ACROSS Z13032P3, Z13033P1, Z13038P1, Z13045P1,       00070103
      *    Z13046P1, AND Z13047P1.                                      00070203
       FD  CATALOG-FILE                                                 00077000
               RECORDING MODE IS F                                      00078000
               DATA RECORD IS CAT-RECORD.                               00079000
       01 CAT-RECORD.                                                   00080000
           05 CAT-COURSE-NAME         PIC X(20).                        00081000
           05 CAT-CREDIT-HOURS        PIC 9(02).                        00082000
           05 CAT-ACTIVE-FLAG         PIC X.                            00083000
      *    A "P" IN CAT-CARD-TYPE MAKES THE CARD A PREREQUISITE         00080102
      *    CARD -- CAT-COURSE-NAME REQUIRES A PASS IN CAT-PREREQ-NAME,  00080202
      *    ONE CARD PER PREREQUISITE.  COURSE CARDS LEAVE BOTH BLANK.   00080302
           05 CAT-CARD-TYPE           PIC X.                            00080402
              88 CAT-PREREQ-CARD                VALUE "P".              00080502
           05 CAT-PREREQ-NAME         PIC X(20).                        00080602
           05 FILLER                  PIC X(36).                        00080702
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
      *    W (WITHDRAWN) AND I (INCOMPLETE) GRADE MARKS RIDE IN THE     00102000
      *    GRADE FIELD AS FILED BY Z13033P1.                            00103000
                   15 SM-CLASS-GR-MARK REDEFINES SM-CLASS-GR-PERC       00104000
                                       PIC X(3).                        00105000
                      88 CLASS-WITHDRAWN          VALUE "W".            00106000
                      88 CLASS-INCOMPLETE         VALUE "I".            00107000
                      88 CLASS-GRADE-MARK         VALUE "W" "I".        00108000
                   15 SM-CLASS-SECTION  PIC X(3).                       00109000
                   15 SM-CLASS-INSTR    PIC X(15).                      00110000
               10 SM-TERM-OVERALL-AVG  PIC 9(3).                        00111000
               10 SM-TERM-FAIL-SW      PIC X.                           00112000
                  88 SM-TERM-FAILING             VALUE "Y".             00113000
               10 SM-TERM-HONOR-SW     PIC X.                           00114000
                  88 SM-TERM-HONOR-ROLL          VALUE "Y".             00115000
       FD  TRN-RPT-FILE                                                 00116000
               RECORDING MODE IS F                                      00117000
               DATA RECORD IS TRN-REPORT-DETAILS.                       00118000
       01 TRN-REPORT-DETAILS           PIC X(133).                      00119000
      *    TERM ARCHIVE AS BUILT BY Z13033P1 -- ONE RECORD PER TERM     00110101
      *    ROLLED OFF A FULL MASTER RECORD, KEYED ON USERID AND TERM    00110201
      *    ID.  LAYOUT MUST STAY IN STEP WITH TA-ARCHIVE-RECORD THERE.  00110301
       FD  TERM-ARCHIVE                                                 00110401
               DATA RECORDS ARE TA-ARCHIVE-RECORD TA-IMAGE-RECORD.      00110501
       01 TA-ARCHIVE-RECORD.                                            00110601
           05 TA-KEY.                                                   00110701
               10 TA-USERID            PIC X(6).                        00110801
               10 TA-TERM-ID           PIC X(8).                        00110901
           05 TA-TERM-NUM-CLASSES      PIC 9(02).                       00111001
           05 TA-TERM-CLASS-ENTRY OCCURS 10 TIMES                       00111101
                                  INDEXED BY TA-CLASS-IDX.              00111201
               10 TA-CLASS-NAME        PIC X(20).                       00111301
               10 TA-CLASS-GR-DATE     PIC X(8).                        00111401
               10 TA-CLASS-GR-PERC     PIC 9(3).                        00111501
               10 TA-CLASS-GR-MARK REDEFINES TA-CLASS-GR-PERC           00111601
                                       PIC X(3).                        00111701
               10 TA-CLASS-SECTION     PIC X(3).                        00111801
               10 TA-CLASS-INSTR       PIC X(15).                       00111901
           05 TA-TERM-OVERALL-AVG      PIC 9(3).                        00112001
           05 TA-TERM-FAIL-SW          PIC X.                           00112101
           05 TA-TERM-HONOR-SW         PIC X.                           00112201
           05 TA-STUDENT-NAME          PIC X(20).                       00112301
           05 TA-ARCHIVE-DATE          PIC X(8).                        00112401
           05 TA-ARCHIVE-TIME          PIC X(6).                        00112501
       01 TA-IMAGE-RECORD.                                              00112601
           05 FILLER                   PIC X(6).                        00112701
           05 TA-TERM-IMAGE            PIC X(505).                      00112801
           05 FILLER                   PIC X(34).                       00112901
       WORKING-STORAGE SECTION.                                         00120000
       01 MISC.                                                         00121000
          05 W1-CURRENT-DATE.                                           00122000
             10 W1-CURR-YEAR.                                           00123000
                15 W1-CURR-CC          PIC XX.                          00124000
                15 W1-CURR-YY          PIC XX.                          00125000
             10 W1-CURR-MONTH          PIC XX.                          00126000
             10 W1-CURR-DAY            PIC XX.                          00127000
          05 COUNTERS-SUBSCRIPTS.                                       00128000
             10 WS-REQ-EOF             PIC X       VALUE SPACES.        00129000
             10 WS-REQUEST-CNT         PIC 9(05)   VALUE 0.             00130000
             10 WS-PRINTED-CNT         PIC 9(05)   VALUE 0.             00131000
             10 WS-NOT-FOUND-CNT       PIC 9(05)   VALUE 0.             00132000
             10 WS-GOOD-CNT            PIC 9(05)   VALUE 0.             00133000
             10 WS-PROBATION-CNT       PIC 9(05)   VALUE 0.             00134000
             10 WS-DISMISSAL-CNT       PIC 9(05)   VALUE 0.             00135000
             10 WS-PAGE-CNT            PIC 9(05)   VALUE 0.             00136000
             10 WS-LINE-CNT            PIC 99      VALUE 0.             00137000
             10 WS-ARC-EOF             PIC X       VALUE SPACES.        00130101
             10 WS-ARC-PASS            PIC 9(03)   VALUE 0.             00130201
             10 WS-ARC-NEXT            PIC 9(03)   VALUE 0.             00130301
             10 WS-ARC-LOW-STAMP       PIC X(14)   VALUE SPACES.        00130401
             10 WS-ARC-PRINTED-CNT     PIC 9(05)   VALUE 0.             00130501
          05 REPORT-PARMS.                                              00138000
             10 WS-PASS-PERCENT        PIC 9(03)  VALUE 70.             00139000
             10 WS-SITE-NAME           PIC X(10)  VALUE SPACES.         00140000
             10 WS-TRN-REQ-FS          PIC XX     VALUE "00".           00141000
             10 WS-TRN-PARM-FS         PIC XX     VALUE "00".           00142000
             10 WS-SITE-PARM-FS        PIC XX     VALUE "00".           00143000
             10 WS-MASTER-FS           PIC XX     VALUE "00".           00144000
             10 WS-FOUND-SW            PIC X      VALUE "N".            00145000
                88 MASTER-FOUND                   VALUE "Y".            00146000
             10 WS-ARCHIVE-FS          PIC XX     VALUE "00".           00140101
             10 WS-ARCHIVE-SW          PIC X      VALUE "N".            00140201
                88 ARCHIVE-AVAILABLE              VALUE "Y".            00140301
             10 WS-MAX-ARC-TAB         PIC 9(03)  VALUE 40.             00140401
      *    STANDING THRESHOLDS -- OVERRIDABLE BY THE DDTSCPRM CARD.     00147003
          05 STANDING-PARMS.                                            00148000
             10 WS-PROB-CUM-AVG        PIC 9(03)  VALUE 70.             00149000
             10 WS-DISM-CUM-AVG        PIC 9(03)  VALUE 60.             00150000
             10 WS-TERM-MIN-AVG        PIC 9(03)  VALUE 70.             00151000
             10 WS-PROB-TERMS          PIC 9(02)  VALUE 1.              00152000
             10 WS-DISM-TERMS          PIC 9(02)  VALUE 3.              00153000
      *    TERM AND CUMULATIVE ACCUMULATORS FOR THE STUDENT IN HAND.    00154000
      *    POINTS ARE GRADE TIMES CREDIT HOURS, SO POINTS OVER          00155000
      *    CREDITS ATTEMPTED IS THE CREDIT-WEIGHTED AVERAGE.            00156000
          05 TRANSCRIPT-PARMS.                                          00157000
             10 WS-TERM-ATT            PIC 9(03).                       00158000
             10 WS-TERM-EARN           PIC 9(03).                       00159000
             10 WS-TERM-POINTS         PIC 9(07).                       00160000
             10 WS-TERM-AVG            PIC 9(03).                       00161000
             10 WS-CUM-ATT             PIC 9(05).                       00162000
             10 WS-CUM-EARN            PIC 9(05).                       00163000
             10 WS-CUM-POINTS          PIC 9(09).                       00164000
             10 WS-CUM-AVG             PIC 9(03).                       00165000
      *    LOW TERMS IN A ROW ENDING AT THE TERM JUST PRINTED -- A      00166000
      *    TERM WITH NOTHING ATTEMPTED NEITHER EXTENDS NOR BREAKS IT.   00167000
             10 WS-LOW-TERM-RUN        PIC 9(02).                       00168000
             10 WS-STANDING-SW         PIC X      VALUE "G".            00169000
                88 STANDING-GOOD                  VALUE "G".            00170000
                88 STANDING-PROBATION             VALUE "P".            00171000
                88 STANDING-DISMISSAL             VALUE "D".            00172000
      *    DISPLAY IMAGE OF ONE GRADE -- THE EDITED PERCENTAGE, OR      00173000
      *    THE W/I MARK RIGHT-ALIGNED WHERE THE NUMBER WOULD PRINT.     00174000
             10 WS-PERC-EDIT           PIC ZZ9.                         00175000
          05 CATALOG-PARMS.                                             00176000
             10 WS-CATALOG-FS          PIC XX     VALUE "00".           00177000
             10 WS-CATALOG-AVAIL-SW    PIC X      VALUE "N".            00178000
                88 CATALOG-AVAILABLE              VALUE "Y".            00179000
             10 WS-CAT-EOF             PIC X      VALUE "N".            00180000
      *    MATCHES THE OCCURS 1 TO 100 TIMES BOUND ON CAT-TAB-ENTRY.    00181000
             10 WS-MAX-CAT-TAB         PIC 9(03)  VALUE 100.            00182000
             10 WS-CAT-SLOT            PIC 9(03).                       00183000
             10 WS-CAT-LOOKUP-NAME     PIC X(20).                       00184000
             10 WS-CLASS-CREDITS       PIC 9(02).                       00185000
          05 CLASS-DATE-CONVERSION.                                     00186000
             10 W-CLASS-YEAR.                                           00187000
                15 W-CLASS-CC          PIC XX.                          00188000
                15 W-CLASS-YY          PIC XX.                          00189000
             10 W-CLASS-MONTH          PIC XX.                          00190000
             10 W-CLASS-DAY            PIC XX.                          00191000
       01 CATALOG-TABLE-AREA.                                           00192000
      *    THE CATALOG AS LOADED AT A-INITIAL TIME -- SEARCHED ONCE     00193000
      *    PER GRADE, SO IT LIVES IN A TABLE, NOT ON THE FILE.          00194000
          05 CAT-TAB-COUNT           PIC 9(03)  VALUE 0.                00195000
          05 CAT-TAB-ENTRY OCCURS 1 TO 100 TIMES                        00196000
                           DEPENDING ON CAT-TAB-COUNT                   00197000
                           INDEXED BY CAT-TAB-IDX.                      00198000
             10 CAT-TAB-NAME            PIC X(20).                      00199000
             10 CAT-TAB-CREDITS         PIC 9(02).                      00200000
             10 CAT-TAB-ACTIVE-SW       PIC X.                          00201000
      *    THE TERM BEING PRINTED -- A MASTER SLOT OR AN ARCHIVED TERM  00200101
      *    IS MOVED HERE WHOLE.  LAYOUT MIRRORS ONE SM-TERM-ENTRY.      00200201
       01 TP-TERM-ENTRY.                                                00200301
           05 TP-TERM-ID               PIC X(8).                        00200401
           05 TP-TERM-NUM-CLASSES      PIC 9(02).                       00200501
           05 TP-TERM-CLASS-ENTRY OCCURS 10 TIMES                       00200601
                                  INDEXED BY TP-CLASS-IDX.              00200701
               10 TP-CLASS-NAME        PIC X(20).                       00200801
               10 TP-CLASS-GR-DATE     PIC X(8).                        00200901
               10 TP-CLASS-GR-PERC     PIC 9(3).                        00201001
               10 TP-CLASS-GR-MARK REDEFINES TP-CLASS-GR-PERC           00201101
                                       PIC X(3).                        00201201
                  88 TP-CLASS-WITHDRAWN           VALUE "W".            00201301
                  88 TP-CLASS-INCOMPLETE          VALUE "I".            00201401
                  88 TP-CLASS-GRADE-MARK          VALUE "W" "I".        00201501
               10 TP-CLASS-SECTION     PIC X(3).                        00201601
               10 TP-CLASS-INSTR       PIC X(15).                       00201701
           05 TP-TERM-OVERALL-AVG      PIC 9(3).                        00201801
           05 TP-TERM-FAIL-SW          PIC X.                           00201901
              88 TP-TERM-FAILING                  VALUE "Y".            00202001
           05 TP-TERM-HONOR-SW         PIC X.                           00202101
              88 TP-TERM-HONOR-ROLL               VALUE "Y".            00202201
      *    ONE STUDENT'S ARCHIVED TERMS, HELD SO THEY CAN PRINT IN THE  00202301
      *    ORDER THEY LEFT THE MASTER (OLDEST FIRST) RATHER THAN IN     00202401
      *    TERM ID ORDER.                                               00202501
       01 ARC-TABLE-AREA.                                               00202601
          05 ARC-TAB-COUNT          PIC 9(03)  VALUE 0.                 00202701
          05 ARC-TAB-ENTRY OCCURS 1 TO 40 TIMES                         00202801
                           DEPENDING ON ARC-TAB-COUNT                   00202901
                           INDEXED BY ARC-TAB-IDX.                      00203001
             10 ARC-TAB-STAMP          PIC X(14).                       00203101
             10 ARC-TAB-PRINTED-SW     PIC X.                           00203201
                88 ARC-TAB-PRINTED               VALUE "Y".             00203301
             10 ARC-TAB-TERM           PIC X(505).                      00203401
       01 H1-HEADING.                                                   00202000
          05 FILLER                    PIC X       VALUE SPACES.        00203000
          05 FILLER                    PIC X(28)   VALUE                00204000
              'OFFICIAL ACADEMIC TRANSCRIPT'.                           00205000
          05 FILLER                    PIC X       VALUE SPACES.        00206000
          05 H1-SITE-NAME              PIC X(10).                       00207000
          05 FILLER                    PIC X(6)    VALUE SPACES.        00208000
          05 FILLER                    PIC X(9)    VALUE                00209000
              'RUN DATE:'.                                              00210000
          05 H1-CURR-MM                PIC XX.                          00211000
          05 FILLER                    PIC X       VALUE                00212000
              '/'.                                                      00213000
          05 H1-CURR-DD                PIC XX.                          00214000
          05 FILLER                    PIC X       VALUE                00215000
              '/'.                                                      00216000
          05 H1-CURR-YY                PIC XX.                          00217000
       01 H2-HEADING.                                                   00218000
          05 FILLER                    PIC X(53)   VALUE SPACES.        00219000
          05 FILLER                    PIC X(5)    VALUE                00220000
              'PAGE:'.                                                  00221000
          05 H2-PAGE-NUM               PIC 9(05).                       00222000
       01 H3-HEADING.                                                   00223000
          05 FILLER                    PIC X(8)    VALUE SPACES.        00224000
          05 FILLER                    PIC X(6)    VALUE                00225000
              'COURSE'.                                                 00226000
          05 FILLER                    PIC X(15)   VALUE SPACES.        00227000
          05 FILLER                    PIC X(6)    VALUE                00228000
              'GRADED'.                                                 00229000
          05 FILLER                    PIC X(5)    VALUE SPACES.        00230000
          05 FILLER                    PIC X(5)    VALUE                00231000
              'GRADE'.                                                  00232000
          05 FILLER                    PIC X(3)    VALUE SPACES.        00233000
          05 FILLER                    PIC X(9)    VALUE                00234000
              'ATTEMPTED'.                                              00235000
          05 FILLER                    PIC X(3)    VALUE SPACES.        00236000
          05 FILLER                    PIC X(6)    VALUE                00237000
              'EARNED'.                                                 00238000
       01 S1-STUDENT-LINE.                                              00239000
           05 FILLER                   PIC XX      VALUE SPACES.        00240000
           05 FILLER                   PIC X(8)    VALUE 'STUDENT:'.    00241000
           05 FILLER                   PIC X       VALUE SPACES.        00242000
           05 S1-USERID                PIC X(6).                        00243000
           05 FILLER                   PIC X       VALUE SPACES.        00244000
           05 S1-NAME                  PIC X(20).                       00245000
       01 S2-NOT-FOUND-LINE.                                            00246000
           05 FILLER                   PIC XX      VALUE SPACES.        00247000
           05 FILLER                   PIC X(8)    VALUE 'STUDENT:'.    00248000
           05 FILLER                   PIC X       VALUE SPACES.        00249000
           05 S2-USERID                PIC X(6).                        00250000
           05 FILLER                   PIC X(3)    VALUE SPACES.        00251000
           05 FILLER                   PIC X(25)   VALUE                00252000
               'NOT ON THE STUDENT MASTER'.                             00253000
       01 T1-TERM-LINE.                                                 00254000
           05 FILLER                   PIC X(4)    VALUE SPACES.        00255000
           05 FILLER                   PIC X(5)    VALUE 'TERM:'.       00256000
           05 FILLER                   PIC X       VALUE SPACES.        00257000
           05 T1-TERM-ID               PIC X(8).                        00258000
           05 FILLER                   PIC X(3)    VALUE SPACES.        00250101
           05 T1-ARCHIVE-FLAG          PIC X(8).                        00250201
       01 T2-CLASS-LINE.                                                00259000
           05 FILLER                   PIC X(8)    VALUE SPACES.        00260000
           05 T2-CLASS-NAME            PIC X(20).                       00261000
           05 FILLER                   PIC X(1)    VALUE SPACES.        00262000
           05 T2-CLASS-MM              PIC XX.                          00263000
           05 FILLER                   PIC X       VALUE                00264000
               '/'.                                                     00265000
           05 T2-CLASS-DD              PIC XX.                          00266000
           05 FILLER                   PIC X       VALUE                00267000
               '/'.                                                     00268000
           05 T2-CLASS-YY              PIC XX.                          00269000
           05 FILLER                   PIC X(4)    VALUE SPACES.        00270000
           05 T2-CLASS-PERC            PIC X(3).                        00271000
           05 FILLER                   PIC X(8)    VALUE SPACES.        00272000
           05 T2-CRED-ATT              PIC ZZ9.                         00273000
           05 FILLER                   PIC X(6)    VALUE SPACES.        00274000
           05 T2-CRED-EARN             PIC ZZ9.                         00275000
       01 T3-TERM-TOTAL-LINE.                                           00276000
           05 FILLER                   PIC X(8)    VALUE SPACES.        00277000
           05 FILLER                   PIC X(14)   VALUE                00278000
               'TERM AVERAGE: '.                                        00279000
           05 T3-TERM-AVG              PIC ZZ9.                         00280000
           05 FILLER                   PIC X       VALUE '%'.           00281000
           05 FILLER                   PIC X(20)   VALUE SPACES.        00282000
           05 T3-CRED-ATT              PIC ZZ9.                         00283000
           05 FILLER                   PIC X(6)    VALUE SPACES.        00284000
           05 T3-CRED-EARN             PIC ZZ9.                         00285000
           05 FILLER                   PIC X(3)    VALUE SPACES.        00286000
           05 T3-LOW-FLAG              PIC X(8).                        00287000
       01 C1-CUM-LINE.                                                  00288000
           05 FILLER                   PIC X(4)    VALUE SPACES.        00289000
           05 C1-CUM-TEXT              PIC X(30).                       00290000
           05 FILLER                   PIC X       VALUE SPACES.        00291000
           05 C1-CUM-VALUE             PIC ZZZZ9.                       00292000
           05 C1-CUM-PCT               PIC X.                           00293000
       01 C2-STANDING-LINE.                                             00294000
           05 FILLER                   PIC X(4)    VALUE SPACES.        00295000
           05 FILLER                   PIC X(30)   VALUE                00296000
               'ACADEMIC STANDING'.                                     00297000
           05 FILLER                   PIC X       VALUE SPACES.        00298000
           05 C2-STANDING              PIC X(13).                       00299000
       01 C3-END-LINE.                                                  00300000
           05 FILLER                   PIC X(4)    VALUE SPACES.        00301000
           05 FILLER                   PIC X(25)   VALUE                00302000
               '*** END OF TRANSCRIPT ***'.                             00303000
       PROCEDURE DIVISION.                                              00304000
       MAIN-CONTROL.                                                    00305000
           PERFORM A-INITIAL.                                           00306000
           PERFORM B-CONTROL.                                           00307000
           PERFORM C-END.                                               00308000
       A-INITIAL.                                                       00309000
           MOVE FUNCTION CURRENT-DATE TO W1-CURRENT-DATE.               00310000
           MOVE W1-CURR-MONTH         TO H1-CURR-MM.                    00311000
           MOVE W1-CURR-DAY           TO H1-CURR-DD.                    00312000
           MOVE W1-CURR-YY            TO H1-CURR-YY.                    00313000
           PERFORM A-PARM-READ.                                         00314000
           PERFORM A-SITE-PARM-READ.                                    00315000
           MOVE WS-SITE-NAME          TO H1-SITE-NAME.                  00316000
           PERFORM A-CATALOG-LOAD THRU A-CATALOG-LOAD-EXIT.             00317000
           OPEN INPUT TRN-REQ-FILE.                                     00318000
           IF WS-TRN-REQ-FS NOT = "00"                                  00319000
               DISPLAY "Z13045P1 - NO TRANSCRIPT REQUEST CARDS, "       00320000
                   "STATUS " WS-TRN-REQ-FS                              00321000
               MOVE 8 TO RETURN-CODE                                    00322000
               STOP RUN                                                 00323000
           END-IF.                                                      00324000
           OPEN INPUT STUDENT-MASTER.                                   00325000
           IF WS-MASTER-FS NOT = "00"                                   00326000
               DISPLAY "Z13045P1 - STUDENT MASTER OPEN FAILED, "        00327000
                   "STATUS " WS-MASTER-FS                               00328000
               MOVE 16 TO RETURN-CODE                                   00329000
               STOP RUN                                                 00330000
           END-IF.                                                      00331000
           OPEN OUTPUT TRN-RPT-FILE.                                    00332000
      *    THE ARCHIVE IS OPTIONAL -- UNTIL A STUDENT FILLS ALL EIGHT   00330101
      *    MASTER SLOTS THERE MAY BE NONE, AND THE MASTER ALONE PRINTS. 00330201
           OPEN INPUT TERM-ARCHIVE.                                     00330301
           IF WS-ARCHIVE-FS = "00"                                      00330401
               MOVE "Y" TO WS-ARCHIVE-SW                                00330501
           ELSE                                                         00330601
               DISPLAY "Z13045P1 - NO TERM ARCHIVE, STATUS "            00330701
                   WS-ARCHIVE-FS " -- MASTER TERMS ONLY"                00330801
           END-IF.                                                      00330901
           READ TRN-REQ-FILE                                            00333000
               AT END                                                   00334000
                   MOVE "Y" TO WS-REQ-EOF                               00335000
           END-READ.                                                    00336000
      *    OPTIONAL STANDING CARD -- A ZERO DISMISSAL AVERAGE IS A      00337000
      *    SITE THAT DISMISSES ON THE TERM RUN ALONE, SO IT IS TAKEN    00338000
      *    AS KEYED; THE OTHER FIELDS MUST BE POSITIVE TO OVERRIDE.     00339000
       A-PARM-READ.                                                     00340000
           OPEN INPUT TRN-PARM-FILE.                                    00341000
           IF WS-TRN-PARM-FS = "00"                                     00342000
               READ TRN-PARM-FILE                                       00343000
                   AT END                                               00344000
                       CONTINUE                                         00345000
               END-READ                                                 00346000
               IF PARM-PROB-CUM-AVG NUMERIC                             00347000
                       AND PARM-PROB-CUM-AVG > 0                        00348000
                   MOVE PARM-PROB-CUM-AVG TO WS-PROB-CUM-AVG            00349000
               END-IF                                                   00350000
               IF PARM-DISM-CUM-AVG NUMERIC                             00351000
                   MOVE PARM-DISM-CUM-AVG TO WS-DISM-CUM-AVG            00352000
               END-IF                                                   00353000
               IF PARM-TERM-MIN-AVG NUMERIC                             00354000
                       AND PARM-TERM-MIN-AVG > 0                        00355000
                   MOVE PARM-TERM-MIN-AVG TO WS-TERM-MIN-AVG            00356000
               END-IF                                                   00357000
               IF PARM-PROB-TERMS NUMERIC                               00358000
                       AND PARM-PROB-TERMS > 0                          00359000
                   MOVE PARM-PROB-TERMS TO WS-PROB-TERMS                00360000
               END-IF                                                   00361000
               IF PARM-DISM-TERMS NUMERIC                               00362000
                       AND PARM-DISM-TERMS > 0                          00363000
                   MOVE PARM-DISM-TERMS TO WS-DISM-TERMS                00364000
               END-IF                                                   00365000
               CLOSE TRN-PARM-FILE                                      00366000
           END-IF.                                                      00367000
      *    OPTIONAL SITE CARD -- A MISSING DD OR A BLANK FIELD ON THE   00368000
      *    CARD LEAVES THE CORRESPONDING WS- DEFAULT IN PLACE.          00369000
       A-SITE-PARM-READ.                                                00370000
           OPEN INPUT SITE-PARM-FILE.                                   00371000
           IF WS-SITE-PARM-FS = "00"                                    00372000
               READ SITE-PARM-FILE                                      00373000
                   AT END                                               00374000
                       CONTINUE                                         00375000
               END-READ                                                 00376000
               IF PARM-PASS-PERCENT NUMERIC                             00377000
                       AND PARM-PASS-PERCENT > 0                        00378000
                   MOVE PARM-PASS-PERCENT TO WS-PASS-PERCENT            00379000
               END-IF                                                   00380000
               IF PARM-SITE-NAME NOT = SPACES                           00381000
                   MOVE PARM-SITE-NAME TO WS-SITE-NAME                  00382000
               END-IF                                                   00383000
               CLOSE SITE-PARM-FILE                                     00384000
           END-IF.                                                      00385000
      *    LOAD THE OFFICIAL COURSE CATALOG.  A MISSING DD WEIGHTS      00386000
      *    EVERY CLASS AT ONE CREDIT HOUR, THE SAME WAY Z13033P1        00387000
      *    FILES A TERM WITHOUT ONE.                                    00388000
       A-CATALOG-LOAD.                                                  00389000
           OPEN INPUT CATALOG-FILE.                                     00390000
           IF WS-CATALOG-FS NOT = "00"                                  00391000
               DISPLAY "Z13045P1 - NO COURSE CATALOG, STATUS "          00392000
                   WS-CATALOG-FS " -- ALL CLASSES AT ONE CREDIT"        00393000
               GO TO A-CATALOG-LOAD-EXIT.                               00394000
           PERFORM A-CATALOG-READ-ONE THRU A-CATALOG-READ-ONE-EXIT      00395000
               UNTIL WS-CAT-EOF = "Y".                                  00396000
           CLOSE CATALOG-FILE.                                          00397000
           IF CAT-TAB-COUNT > 0                                         00398000
               MOVE "Y" TO WS-CATALOG-AVAIL-SW.                         00399000
       A-CATALOG-LOAD-EXIT.                                             00400000
           EXIT.                                                        00401000
       A-CATALOG-READ-ONE.                                              00402000
           READ CATALOG-FILE                                            00403000
               AT END                                                   00404000
                   MOVE "Y" TO WS-CAT-EOF                               00405000
                   GO TO A-CATALOG-READ-ONE-EXIT                        00406000
           END-READ.                                                    00407000
           IF CAT-COURSE-NAME = SPACES                                  00408000
               GO TO A-CATALOG-READ-ONE-EXIT.                           00409000
      *    PREREQUISITE CARDS ARE NOT COURSES -- Z13046P1 READS THEM.   00400102
           IF CAT-PREREQ-CARD                                           00400202
               GO TO A-CATALOG-READ-ONE-EXIT.                           00400302
      *    A TRANSCRIPT WEIGHTED AGAINST HALF A CATALOG WOULD PRINT     00410000
      *    WRONG CREDIT TOTALS -- ABORT THE SAME WAY THE OTHER TABLE    00411000
      *    GUARDS DO.                                                   00412000
           IF CAT-TAB-COUNT >= WS-MAX-CAT-TAB                           00413000
               DISPLAY "Z13045P1 - CATALOG EXCEEDS CAPACITY OF "        00414000
                   WS-MAX-CAT-TAB                                       00415000
               DISPLAY "Z13045P1 - RUN TERMINATED -- RAISE CAT-"        00416000
                   "TAB-ENTRY OCCURS MAX AND RECOMPILE"                 00417000
               MOVE 16 TO RETURN-CODE                                   00418000
               STOP RUN.                                                00419000
           ADD 1 TO CAT-TAB-COUNT.                                      00420000
           SET CAT-TAB-IDX TO CAT-TAB-COUNT.                            00421000
           MOVE CAT-COURSE-NAME TO CAT-TAB-NAME (CAT-TAB-IDX).          00422000
           IF CAT-CREDIT-HOURS NUMERIC                                  00423000
                   AND CAT-CREDIT-HOURS > 0                             00424000
               MOVE CAT-CREDIT-HOURS                                    00425000
                   TO CAT-TAB-CREDITS (CAT-TAB-IDX)                     00426000
           ELSE                                                         00427000
               MOVE 1 TO CAT-TAB-CREDITS (CAT-TAB-IDX)                  00428000
           END-IF.                                                      00429000
           MOVE CAT-ACTIVE-FLAG TO CAT-TAB-ACTIVE-SW (CAT-TAB-IDX).     00430000
       A-CATALOG-READ-ONE-EXIT.                                         00431000
           EXIT.                                                        00432000
       B-CONTROL.                                                       00433000
           PERFORM B-REQUEST UNTIL WS-REQ-EOF = "Y".                    00434000
       B-REQUEST.                                                       00435000
           ADD 1 TO WS-REQUEST-CNT.                                     00436000
           MOVE "N" TO WS-FOUND-SW.                                     00437000
           MOVE REQ-USERID TO SM-USERID.                                00438000
           READ STUDENT-MASTER                                          00439000
               INVALID KEY                                              00440000
                   CONTINUE                                             00441000
               NOT INVALID KEY                                          00442000
                   MOVE "Y" TO WS-FOUND-SW                              00443000
           END-READ.                                                    00444000
      *    EVERY REQUEST STARTS ITS OWN PAGE -- A NOT-FOUND REQUEST     00445000
      *    STILL PRINTS, SO THE OFFICE SEES THE ID WAS LOOKED UP.       00446000
           PERFORM Z-HEADINGS.                                          00447000
           IF MASTER-FOUND                                              00448000
               PERFORM B-PRINT-STUDENT                                  00449000
               ADD 1 TO WS-PRINTED-CNT                                  00450000
           ELSE                                                         00451000
               MOVE REQ-USERID TO S2-USERID                             00452000
               WRITE TRN-REPORT-DETAILS FROM S2-NOT-FOUND-LINE          00453000
                   AFTER ADVANCING 2 LINES                              00454000
               ADD 1 TO WS-NOT-FOUND-CNT                                00455000
           END-IF.                                                      00456000
           READ TRN-REQ-FILE                                            00457000
               AT END                                                   00458000
                   MOVE "Y" TO WS-REQ-EOF                               00459000
           END-READ.                                                    00460000
       B-PRINT-STUDENT.                                                 00461000
           MOVE 0 TO WS-CUM-ATT.                                        00462000
           MOVE 0 TO WS-CUM-EARN.                                       00463000
           MOVE 0 TO WS-CUM-POINTS.                                     00464000
           MOVE 0 TO WS-CUM-AVG.                                        00465000
           MOVE 0 TO WS-LOW-TERM-RUN.                                   00466000
           PERFORM Z-STUDENT-LINE.                                      00467000
           PERFORM B-ARCHIVE-LOAD THRU B-ARCHIVE-LOAD-EXIT.             00460101
           PERFORM B-PRINT-ARCHIVED THRU B-PRINT-ARCHIVED-EXIT          00460201
               VARYING WS-ARC-PASS FROM 1 BY 1                          00460301
               UNTIL WS-ARC-PASS > ARC-TAB-COUNT.                       00460401
           PERFORM B-PRINT-TERM THRU B-PRINT-TERM-EXIT                  00468000
               VARYING SM-TERM-IDX FROM 1 BY 1                          00469000
               UNTIL SM-TERM-IDX > SM-TERM-COUNT.                       00470000
           IF WS-CUM-ATT > 0                                            00471000
               COMPUTE WS-CUM-AVG ROUNDED =                             00472000
                   WS-CUM-POINTS / WS-CUM-ATT.                          00473000
           PERFORM B-STANDING THRU B-STANDING-EXIT.                     00474003
           PERFORM Z-CUMULATIVE.                                        00475000
       B-PRINT-TERM.                                                    00470101
           MOVE SM-TERM-ENTRY (SM-TERM-IDX) TO TP-TERM-ENTRY.           00470201
           MOVE SPACES TO T1-ARCHIVE-FLAG.                              00470301
           PERFORM B-TERM-BLOCK THRU B-TERM-BLOCK-EXIT.                 00470401
       B-PRINT-TERM-EXIT.                                               00470501
           EXIT.                                                        00470601
      *    PULL EVERY ARCHIVED TERM FOR THIS USERID -- THE ARCHIVE KEY  00470701
      *    LEADS WITH THE USERID, SO THEY ARE CONTIGUOUS FROM THE START.00470801
       B-ARCHIVE-LOAD.                                                  00470901
           MOVE 0 TO ARC-TAB-COUNT.                                     00471001
           IF NOT ARCHIVE-AVAILABLE                                     00471101
               GO TO B-ARCHIVE-LOAD-EXIT.                               00471201
           MOVE "N" TO WS-ARC-EOF.                                      00471301
           MOVE SM-USERID  TO TA-USERID.                                00471401
           MOVE LOW-VALUES TO TA-TERM-ID.                               00471501
           START TERM-ARCHIVE KEY NOT < TA-KEY                          00471601
               INVALID KEY                                              00471701
                   MOVE "Y" TO WS-ARC-EOF                               00471801
           END-START.                                                   00471901
           PERFORM B-ARCHIVE-READ-ONE THRU B-ARCHIVE-READ-ONE-EXIT      00472001
               UNTIL WS-ARC-EOF = "Y".                                  00472101
       B-ARCHIVE-LOAD-EXIT.                                             00472201
           EXIT.                                                        00472301
       B-ARCHIVE-READ-ONE.                                              00472401
           READ TERM-ARCHIVE NEXT RECORD                                00472501
               AT END                                                   00472601
                   MOVE "Y" TO WS-ARC-EOF                               00472701
                   GO TO B-ARCHIVE-READ-ONE-EXIT                        00472801
           END-READ.                                                    00472901
           IF TA-USERID NOT = SM-USERID                                 00473001
               MOVE "Y" TO WS-ARC-EOF                                   00473101
               GO TO B-ARCHIVE-READ-ONE-EXIT.                           00473201
           IF ARC-TAB-COUNT NOT < WS-MAX-ARC-TAB                        00473301
               DISPLAY "Z13045P1 - ARCHIVED TERMS FOR " SM-USERID       00473401
                   " EXCEED CAPACITY OF " WS-MAX-ARC-TAB                00473501
               DISPLAY "Z13045P1 - RUN TERMINATED -- RAISE ARC-"        00473601
                   "TAB-ENTRY OCCURS MAX AND RECOMPILE"                 00473701
               MOVE 16 TO RETURN-CODE                                   00473801
               STOP RUN.                                                00473901
           ADD 1 TO ARC-TAB-COUNT.                                      00474001
           SET ARC-TAB-IDX TO ARC-TAB-COUNT.                            00474101
           MOVE TA-ARCHIVE-DATE TO ARC-TAB-STAMP (ARC-TAB-IDX) (1:8).   00474201
           MOVE TA-ARCHIVE-TIME TO ARC-TAB-STAMP (ARC-TAB-IDX) (9:6).   00474301
           MOVE "N"             TO ARC-TAB-PRINTED-SW (ARC-TAB-IDX).    00474401
           MOVE TA-TERM-IMAGE   TO ARC-TAB-TERM (ARC-TAB-IDX).          00474501
       B-ARCHIVE-READ-ONE-EXIT.                                         00474601
           EXIT.                                                        00474701
      *    EACH PASS PRINTS THE EARLIEST-ARCHIVED TERM NOT YET PRINTED. 00474801
       B-PRINT-ARCHIVED.                                                00474901
           MOVE HIGH-VALUES TO WS-ARC-LOW-STAMP.                        00475001
           MOVE 0 TO WS-ARC-NEXT.                                       00475101
           PERFORM B-ARCHIVE-EARLIEST THRU B-ARCHIVE-EARLIEST-EXIT      00475201
               VARYING ARC-TAB-IDX FROM 1 BY 1                          00475301
               UNTIL ARC-TAB-IDX > ARC-TAB-COUNT.                       00475401
           IF WS-ARC-NEXT = 0                                           00475501
               GO TO B-PRINT-ARCHIVED-EXIT.                             00475601
           SET ARC-TAB-IDX TO WS-ARC-NEXT.                              00475701
           MOVE "Y" TO ARC-TAB-PRINTED-SW (ARC-TAB-IDX).                00475801
           MOVE ARC-TAB-TERM (ARC-TAB-IDX) TO TP-TERM-ENTRY.            00475901
           MOVE "ARCHIVED" TO T1-ARCHIVE-FLAG.                          00476001
           PERFORM B-TERM-BLOCK THRU B-TERM-BLOCK-EXIT.                 00476101
           ADD 1 TO WS-ARC-PRINTED-CNT.                                 00476201
       B-PRINT-ARCHIVED-EXIT.                                           00476301
           EXIT.                                                        00476401
       B-ARCHIVE-EARLIEST.                                              00476501
           IF ARC-TAB-PRINTED (ARC-TAB-IDX)                             00476601
               GO TO B-ARCHIVE-EARLIEST-EXIT.                           00476701
           IF ARC-TAB-STAMP (ARC-TAB-IDX) < WS-ARC-LOW-STAMP            00476801
               MOVE ARC-TAB-STAMP (ARC-TAB-IDX) TO WS-ARC-LOW-STAMP     00476901
               SET WS-ARC-NEXT TO ARC-TAB-IDX.                          00477001
       B-ARCHIVE-EARLIEST-EXIT.                                         00477101
           EXIT.                                                        00477201
       B-TERM-BLOCK.                                                    00477301
      *    A LONG HISTORY SPILLS ONTO A FRESH PAGE RATHER THAN RUNNING  00477000
      *    PAST THE 65-LINE FORM -- PULLED IN BEFORE THE LARGEST TERM   00478000
      *    BLOCK CAN OVERRUN, AS ON THE Z13034P1 INQUIRY.               00479000
           IF WS-LINE-CNT > 50                                          00480000
               PERFORM Z-HEADINGS                                       00481000
               PERFORM Z-STUDENT-LINE                                   00482000
           END-IF.                                                      00483000
           MOVE 0 TO WS-TERM-ATT.                                       00484000
           MOVE 0 TO WS-TERM-EARN.                                      00485000
           MOVE 0 TO WS-TERM-POINTS.                                    00486000
           MOVE 0 TO WS-TERM-AVG.                                       00487000
           MOVE TP-TERM-ID TO T1-TERM-ID.                               00480101
           WRITE TRN-REPORT-DETAILS FROM T1-TERM-LINE                   00489000
               AFTER ADVANCING 2 LINES.                                 00490000
           ADD 2 TO WS-LINE-CNT.                                        00491000
           PERFORM B-PRINT-CLASS THRU B-PRINT-CLASS-EXIT                00492000
               VARYING TP-CLASS-IDX FROM 1 BY 1                         00490101
               UNTIL TP-CLASS-IDX > TP-TERM-NUM-CLASSES.                00490201
           IF WS-TERM-ATT > 0                                           00495000
               COMPUTE WS-TERM-AVG ROUNDED =                            00496000
                   WS-TERM-POINTS / WS-TERM-ATT.                        00497000
      *    A TERM THAT ATTEMPTED NOTHING -- ALL W AND I -- HAS NO       00498000
      *    AVERAGE TO JUDGE AND LEAVES THE LOW-TERM RUN AS IT WAS.      00499000
           MOVE SPACES TO T3-LOW-FLAG.                                  00500000
           IF WS-TERM-ATT > 0                                           00501000
               IF WS-TERM-AVG < WS-TERM-MIN-AVG                         00502000
                   ADD 1 TO WS-LOW-TERM-RUN                             00503000
                   MOVE "LOW TERM" TO T3-LOW-FLAG                       00504000
               ELSE                                                     00505000
                   MOVE 0 TO WS-LOW-TERM-RUN                            00506000
               END-IF                                                   00507000
           END-IF.                                                      00508000
           MOVE WS-TERM-AVG  TO T3-TERM-AVG.                            00509000
           MOVE WS-TERM-ATT  TO T3-CRED-ATT.                            00510000
           MOVE WS-TERM-EARN TO T3-CRED-EARN.                           00511000
           WRITE TRN-REPORT-DETAILS FROM T3-TERM-TOTAL-LINE.            00512000
           ADD 1 TO WS-LINE-CNT.                                        00513000
           ADD WS-TERM-ATT    TO WS-CUM-ATT.                            00514000
           ADD WS-TERM-EARN   TO WS-CUM-EARN.                           00515000
           ADD WS-TERM-POINTS TO WS-CUM-POINTS.                         00516000
       B-TERM-BLOCK-EXIT.                                               00510101
           EXIT.                                                        00518000
       B-PRINT-CLASS.                                                   00519000
           MOVE TP-CLASS-GR-DATE (TP-CLASS-IDX)                         00510101
               TO CLASS-DATE-CONVERSION.                                00521000
           MOVE TP-CLASS-NAME (TP-CLASS-IDX)                            00520101
               TO T2-CLASS-NAME.                                        00523000
           MOVE W-CLASS-MONTH TO T2-CLASS-MM.                           00524000
           MOVE W-CLASS-DAY   TO T2-CLASS-DD.                           00525000
           MOVE W-CLASS-YY    TO T2-CLASS-YY.                           00526000
           MOVE 0 TO T2-CRED-ATT.                                       00527000
           MOVE 0 TO T2-CRED-EARN.                                      00528000
      *    A W OR I MARK PRINTS WHERE THE PERCENTAGE WOULD AND          00529000
      *    CARRIES NO CREDITS, ATTEMPTED OR EARNED.                     00530000
           EVALUATE TRUE                                                00531000
               WHEN TP-CLASS-WITHDRAWN (TP-CLASS-IDX)                   00530101
                   MOVE "  W" TO T2-CLASS-PERC                          00533000
               WHEN TP-CLASS-INCOMPLETE (TP-CLASS-IDX)                  00530101
                   MOVE "  I" TO T2-CLASS-PERC                          00535000
               WHEN OTHER                                               00536000
                   MOVE TP-CLASS-GR-PERC (TP-CLASS-IDX)                 00530101
                       TO WS-PERC-EDIT                                  00538000
                   MOVE WS-PERC-EDIT TO T2-CLASS-PERC                   00539000
                   PERFORM B-CLASS-CREDIT-ADD                           00540000
           END-EVALUATE.                                                00541000
           WRITE TRN-REPORT-DETAILS FROM T2-CLASS-LINE.                 00542000
           ADD 1 TO WS-LINE-CNT.                                        00543000
       B-PRINT-CLASS-EXIT.                                              00544000
           EXIT.                                                        00545000
      *    A GRADED CLASS IS ATTEMPTED AT ITS CATALOG CREDIT HOURS      00546000
      *    AND EARNED ONLY AT OR ABOVE THE SITE PASSING CUTOFF.         00547000
       B-CLASS-CREDIT-ADD.                                              00548000
           MOVE TP-CLASS-NAME (TP-CLASS-IDX)                            00540101
               TO WS-CAT-LOOKUP-NAME.                                   00550000
           PERFORM B-CLASS-CREDITS THRU B-CLASS-CREDITS-EXIT.           00551000
           MOVE WS-CLASS-CREDITS TO T2-CRED-ATT.                        00552000
           ADD WS-CLASS-CREDITS TO WS-TERM-ATT.                         00553000
           COMPUTE WS-TERM-POINTS = WS-TERM-POINTS                      00554000
               + TP-CLASS-GR-PERC (TP-CLASS-IDX)                        00550101
               * WS-CLASS-CREDITS.                                      00556000
           IF TP-CLASS-GR-PERC (TP-CLASS-IDX)                           00550101
                   NOT < WS-PASS-PERCENT                                00558000
               MOVE WS-CLASS-CREDITS TO T2-CRED-EARN                    00559000
               ADD WS-CLASS-CREDITS TO WS-TERM-EARN.                    00560000
      *    DISMISSAL OUTRANKS PROBATION -- EITHER THE CUMULATIVE        00561000
      *    AVERAGE OR THE RUN OF LOW TERMS ENDING AT THE LATEST TERM    00562000
      *    IS ENOUGH ON ITS OWN.  A STUDENT WITH NO CREDITS ATTEMPTED   00563000
      *    HAS NOTHING TO JUDGE AND STAYS IN GOOD STANDING.             00564000
       B-STANDING.                                                      00565000
           MOVE "G" TO WS-STANDING-SW.                                  00566000
           IF WS-CUM-ATT = 0                                            00567000
               GO TO B-STANDING-EXIT.                                   00568000
           IF WS-CUM-AVG < WS-DISM-CUM-AVG                              00569000
                   OR WS-LOW-TERM-RUN NOT < WS-DISM-TERMS               00570000
               MOVE "D" TO WS-STANDING-SW                               00571000
               GO TO B-STANDING-EXIT.                                   00572000
           IF WS-CUM-AVG < WS-PROB-CUM-AVG                              00573000
                   OR WS-LOW-TERM-RUN NOT < WS-PROB-TERMS               00574000
               MOVE "P" TO WS-STANDING-SW.                              00575000
       B-STANDING-EXIT.                                                 00576000
           EXIT.                                                        00577000
       B-CATALOG-FIND.                                                  00578000
           MOVE 0 TO WS-CAT-SLOT.                                       00579000
           IF CAT-TAB-COUNT = 0                                         00580000
               GO TO B-CATALOG-FIND-EXIT.                               00581000
           SET CAT-TAB-IDX TO 1.                                        00582000
           SEARCH CAT-TAB-ENTRY                                         00583000
               AT END                                                   00584000
                   GO TO B-CATALOG-FIND-EXIT                            00585000
               WHEN CAT-TAB-NAME (CAT-TAB-IDX) = WS-CAT-LOOKUP-NAME     00586000
                   SET WS-CAT-SLOT TO CAT-TAB-IDX                       00587000
           END-SEARCH.                                                  00588000
       B-CATALOG-FIND-EXIT.                                             00589000
           EXIT.                                                        00590000
      *    CREDIT HOURS FOR THE CLASS IN WS-CAT-LOOKUP-NAME -- ONE      00591000
      *    CREDIT WHEN NO CATALOG IS UP OR THE COURSE IS NOT LISTED,    00592000
      *    THE SAME FALLBACK Z13033P1 USES WHEN IT FILES THE TERM.      00593000
       B-CLASS-CREDITS.                                                 00594000
           MOVE 1 TO WS-CLASS-CREDITS.                                  00595000
           IF NOT CATALOG-AVAILABLE                                     00596000
               GO TO B-CLASS-CREDITS-EXIT.                              00597000
           PERFORM B-CATALOG-FIND THRU B-CATALOG-FIND-EXIT.             00598000
           IF WS-CAT-SLOT > 0                                           00599000
               MOVE CAT-TAB-CREDITS (WS-CAT-SLOT)                       00600000
                   TO WS-CLASS-CREDITS.                                 00601000
       B-CLASS-CREDITS-EXIT.                                            00602000
           EXIT.                                                        00603000
       C-END.                                                           00604000
           CLOSE TRN-REQ-FILE STUDENT-MASTER TRN-RPT-FILE.              00600101
           IF ARCHIVE-AVAILABLE                                         00600201
               CLOSE TERM-ARCHIVE.                                      00600301
           DISPLAY "Z13045P1 - REQUEST CARDS READ:     " WS-REQUEST-CNT.00606000
           DISPLAY "Z13045P1 - TRANSCRIPTS PRINTED:    " WS-PRINTED-CNT.00607000
           DISPLAY "Z13045P1 - USERIDS NOT ON MASTER:  "                00608000
               WS-NOT-FOUND-CNT.                                        00609000
           DISPLAY "Z13045P1 - ARCHIVED TERMS PRINTED: "                00600101
               WS-ARC-PRINTED-CNT.                                      00600201
           DISPLAY "Z13045P1 - GOOD STANDING:          " WS-GOOD-CNT.   00610000
           DISPLAY "Z13045P1 - ON PROBATION:           "                00611000
               WS-PROBATION-CNT.                                        00612000
           DISPLAY "Z13045P1 - FOR DISMISSAL:          "                00613000
               WS-DISMISSAL-CNT.                                        00614000
           STOP RUN.                                                    00615000
       Z-HEADINGS.                                                      00616000
           ADD 1 TO WS-PAGE-CNT.                                        00617000
           MOVE WS-PAGE-CNT TO H2-PAGE-NUM.                             00618000
           WRITE TRN-REPORT-DETAILS FROM H1-HEADING                     00619000
               AFTER ADVANCING PAGE.                                    00620000
           WRITE TRN-REPORT-DETAILS FROM H2-HEADING.                    00621000
           MOVE 2 TO WS-LINE-CNT.                                       00622000
       Z-STUDENT-LINE.                                                  00623000
           MOVE SM-USERID       TO S1-USERID.                           00624000
           MOVE SM-STUDENT-NAME TO S1-NAME.                             00625000
           WRITE TRN-REPORT-DETAILS FROM S1-STUDENT-LINE                00626000
               AFTER ADVANCING 2 LINES.                                 00627000
           WRITE TRN-REPORT-DETAILS FROM H3-HEADING                     00628000
               AFTER ADVANCING 2 LINES.                                 00629000
           ADD 4 TO WS-LINE-CNT.                                        00630000
      *    THE CUMULATIVE BLOCK CLOSES THE TRANSCRIPT -- SEVEN LINES,   00631000
      *    KEPT TOGETHER ON ONE PAGE.                                   00632000
       Z-CUMULATIVE.                                                    00633000
           IF WS-LINE-CNT > 56                                          00634000
               PERFORM Z-HEADINGS                                       00635000
               PERFORM Z-STUDENT-LINE                                   00636000
           END-IF.                                                      00637000
           MOVE "CUMULATIVE CREDITS ATTEMPTED" TO C1-CUM-TEXT.          00638000
           MOVE WS-CUM-ATT                     TO C1-CUM-VALUE.         00639000
           MOVE SPACES                         TO C1-CUM-PCT.           00640000
           WRITE TRN-REPORT-DETAILS FROM C1-CUM-LINE                    00641000
               AFTER ADVANCING 2 LINES.                                 00642000
           MOVE "CUMULATIVE CREDITS EARNED"    TO C1-CUM-TEXT.          00643000
           MOVE WS-CUM-EARN                    TO C1-CUM-VALUE.         00644000
           WRITE TRN-REPORT-DETAILS FROM C1-CUM-LINE.                   00645000
           MOVE "CUMULATIVE WEIGHTED AVERAGE"  TO C1-CUM-TEXT.          00646000
           MOVE WS-CUM-AVG                     TO C1-CUM-VALUE.         00647000
           MOVE "%"                            TO C1-CUM-PCT.           00648000
           WRITE TRN-REPORT-DETAILS FROM C1-CUM-LINE.                   00649000
           EVALUATE TRUE                                                00650000
               WHEN STANDING-DISMISSAL                                  00651000
                   MOVE "DISMISSAL"     TO C2-STANDING                  00652000
                   ADD 1 TO WS-DISMISSAL-CNT                            00653000
               WHEN STANDING-PROBATION                                  00654000
                   MOVE "PROBATION"     TO C2-STANDING                  00655000
                   ADD 1 TO WS-PROBATION-CNT                            00656000
               WHEN OTHER                                               00657000
                   MOVE "GOOD STANDING" TO C2-STANDING                  00658000
                   ADD 1 TO WS-GOOD-CNT                                 00659000
           END-EVALUATE.                                                00660000
           WRITE TRN-REPORT-DETAILS FROM C2-STANDING-LINE               00661000
               AFTER ADVANCING 2 LINES.                                 00662000
           WRITE TRN-REPORT-DETAILS FROM C3-END-LINE                    00663000
               AFTER ADVANCING 2 LINES.                                 00664000
           ADD 8 TO WS-LINE-CNT.                                        00665000
