       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID. Z13049P1.                                            00002000
      * GRADE APPEAL MAINTENANCE.  READS APPEAL TRANSACTION CARDS AND   00003000
      * APPLIES THEM AGAINST THE KEYED DDGRDAPL APPEAL FILE -- ONE      00004000
      * APPEAL PER USERID, TERM, AND CLASS.  AN INTAKE CARD OPENS THE   00005000
      * APPEAL AGAINST A GRADE ON THE STUDENT MASTER Z13033P1 POSTS,    00006000
      * AND LATER CARDS MOVE IT TO UNDER REVIEW, GRANTED, OR DENIED.    00007000
      * A GRANTED APPEAL WRITES THE MATCHING "C" CORRECTION CARD FOR    00008000
      * Z13038P1 TO DDAPLCOR, CARRYING THE GRADE NOW ON THE MASTER AND  00009000
      * THE GRANTED GRADE, SO THE CORRECTION IS NEVER RE-KEYED FROM     00010000
      * THE PAPER FOLDER.  DDAPLCOR GOES IN AHEAD OF THE OFFICE'S OWN   00011000
      * CARDS ON DDMNTTRN FOR THE NEXT MAINTENANCE RUN.  EVERY CARD     00012000
      * PRINTS ON THE APPEAL REGISTER AS APPLIED OR REJECTED WITH ITS   00013000
      * REASON.  Z13050P1 AGES THE APPEALS STILL OUTSTANDING.           00014000
       ENVIRONMENT DIVISION.                                            00015000
       INPUT-OUTPUT SECTION.                                            00016000
       FILE-CONTROL.                                                    00017000
           SELECT APL-TRAN-FILE   ASSIGN TO DDAPLTRN                    00018000
               FILE STATUS IS WS-TRAN-FS.                               00019000
           SELECT APPEAL-FILE     ASSIGN TO DDGRDAPL                    00020000
               ORGANIZATION IS INDEXED                                  00021000
               ACCESS MODE IS RANDOM                                    00022000
               RECORD KEY IS APL-KEY                                    00023000
               FILE STATUS IS WS-APPEAL-FS.                             00024000
           SELECT STUDENT-MASTER  ASSIGN TO DDSTUMST                    00025000
               ORGANIZATION IS INDEXED                                  00026000
               ACCESS MODE IS RANDOM                                    00027000
               RECORD KEY IS SM-USERID                                  00028000
               FILE STATUS IS WS-MASTER-FS.                             00029000
           SELECT CORR-CARD-FILE  ASSIGN TO DDAPLCOR                    00030000
               FILE STATUS IS WS-CORR-FS.                               00031000
           SELECT APL-RPT-FILE    ASSIGN TO DDAPLRPT.                   00032000
       DATA DIVISION.                                                   00033000
       FILE SECTION.                                                    00034000
      *    ONE CARD PER APPEAL ACTION.  FUNCTION CODES:                 00035000
      *      O - OPEN (INTAKE) AN APPEAL ON THE NAMED CLASS GRADE       00036000
      *      R - MOVE AN OPEN APPEAL TO UNDER REVIEW                    00037000
      *      G - GRANT THE APPEAL -- NEW GRADE REQUIRED                 00038000
      *      D - DENY THE APPEAL                                        00039000
      *    THE ACTION DATE (YYYYMMDD) DEFAULTS TO THE RUN DATE -- THE   00040000
      *    OFFICE KEYS IT WHEN AN INTAKE FORM IS CARDED LATE, SO THE    00041000
      *    AGING RUNS FROM THE DAY THE APPEAL ACTUALLY ARRIVED.         00042000
       FD  APL-TRAN-FILE                                                00043000
               RECORDING MODE IS F                                      00044000
               DATA RECORD IS APL-TRAN-RECORD.                          00045000
       01 APL-TRAN-RECORD.                                              00046000
           05 APT-FUNC                PIC X.                            00047000
              88 APT-INTAKE                     VALUE "O".              00048000
              88 APT-REVIEW                     VALUE "R".              00049000
              88 APT-GRANT                      VALUE "G".              00050000
              88 APT-DENY                       VALUE "D".              00051000
           05 APT-USERID              PIC X(6).                         00052000
           05 APT-TERM-ID             PIC X(8).                         00053000
           05 APT-CLASS-NAME          PIC X(20).                        00054000
           05 APT-NEW-PERC            PIC X(3).                         00055000
           05 APT-ACTION-DATE         PIC X(8).                         00056000
           05 APT-NOTE                PIC X(30).                        00057000
           05 FILLER                  PIC X(4).                         00058000
      *    ONE RECORD PER APPEAL, KEYED BY USERID, TERM, AND CLASS --   00059000
      *    LAYOUT MUST STAY IN STEP WITH APL-APPEAL-RECORD IN Z13050P1. 00060000
      *    A DECIDED APPEAL STAYS ON FILE; A FRESH INTAKE CARD FOR THE  00061000
      *    SAME GRADE REOPENS IT.                                       00062000
       FD  APPEAL-FILE                                                  00063000
               DATA RECORD IS APL-APPEAL-RECORD.                        00064000
       01 APL-APPEAL-RECORD.                                            00065000
           05 APL-KEY.                                                  00066000
               10 APL-USERID           PIC X(6).                        00067000
               10 APL-TERM-ID          PIC X(8).                        00068000
               10 APL-CLASS-NAME       PIC X(20).                       00069000
           05 APL-STATUS               PIC X.                           00070000
              88 APL-OPEN                        VALUE "O".             00071000
              88 APL-UNDER-REVIEW                VALUE "R".             00072000
              88 APL-GRANTED                     VALUE "G".             00073000
              88 APL-DENIED                      VALUE "D".             00074000
              88 APL-OUTSTANDING                 VALUE "O" "R".         00075000
           05 APL-OPEN-DATE            PIC 9(8).                        00076000
           05 APL-ACTION-DATE          PIC 9(8).                        00077000
      *    THE GRADE ON THE MASTER WHEN THE APPEAL WAS OPENED, AND      00078000
      *    AGAIN WHEN IT WAS GRANTED -- THE GRADE THE CORRECTION CARD   00079000
      *    REPLACES.                                                    00080000
           05 APL-OLD-PERC             PIC X(3).                        00081000
           05 APL-NEW-PERC             PIC X(3).                        00082000
           05 APL-NOTE                 PIC X(30).                       00083000
      *    DATE THE CORRECTION CARD WENT TO DDAPLCOR -- BLANK UNTIL     00084000
      *    THE APPEAL IS GRANTED.                                       00085000
           05 APL-CORR-DATE            PIC X(8).                        00086000
           05 FILLER                   PIC X(5).                        00087000
      *    STUDENT MASTER AS BUILT BY Z13033P1 -- LAYOUT MUST STAY IN   00088000
      *    STEP WITH SM-MASTER-RECORD THERE.                            00089000
       FD  STUDENT-MASTER                                               00090000
               DATA RECORD IS SM-MASTER-RECORD.                         00091000
       01 SM-MASTER-RECORD.                                             00092000
           05 SM-USERID                PIC X(6).                        00093000
           05 SM-STUDENT-NAME          PIC X(20).                       00094000
           05 SM-TERM-COUNT            PIC 9(02).                       00095000
           05 SM-TERM-ENTRY OCCURS 8 TIMES                              00096000
                            INDEXED BY SM-TERM-IDX.                     00097000
               10 SM-TERM-ID           PIC X(8).                        00098000
               10 SM-TERM-NUM-CLASSES  PIC 9(02).                       00099000
               10 SM-TERM-CLASS-ENTRY OCCURS 10 TIMES                   00100000
                                      INDEXED BY SM-CLASS-IDX.          00101000
                   15 SM-CLASS-NAME    PIC X(20).                       00102000
                   15 SM-CLASS-GR-DATE PIC X(8).                        00103000
                   15 SM-CLASS-GR-PERC PIC 9(3).                        00104000
      *    W (WITHDRAWN) AND I (INCOMPLETE) GRADE MARKS RIDE IN THE     00105000
      *    GRADE FIELD AS FILED BY Z13033P1.                            00106000
                   15 SM-CLASS-GR-MARK REDEFINES SM-CLASS-GR-PERC       00107000
                                       PIC X(3).                        00108000
                      88 CLASS-WITHDRAWN          VALUE "W".            00109000
                      88 CLASS-INCOMPLETE         VALUE "I".            00110000
                      88 CLASS-GRADE-MARK         VALUE "W" "I".        00111000
                   15 SM-CLASS-SECTION  PIC X(3).                       00112000
                   15 SM-CLASS-INSTR    PIC X(15).                      00113000
               10 SM-TERM-OVERALL-AVG  PIC 9(3).                        00114000
               10 SM-TERM-FAIL-SW      PIC X.                           00115000
                  88 SM-TERM-FAILING             VALUE "Y".             00116000
               10 SM-TERM-HONOR-SW     PIC X.                           00117000
                  88 SM-TERM-HONOR-ROLL          VALUE "Y".             00118000
      *    MAINTENANCE CARD AS Z13038P1 READS IT ON DDMNTTRN -- LAYOUT  00119000
      *    MUST STAY IN STEP WITH MNT-TRAN-RECORD THERE.  ONLY "C"      00120000
      *    CARDS ARE WRITTEN HERE.                                      00121000
       FD  CORR-CARD-FILE                                               00122000
               RECORDING MODE IS F                                      00123000
               DATA RECORD IS MNT-TRAN-RECORD.                          00124000
       01 MNT-TRAN-RECORD.                                              00125000
           05 TRN-FUNC                PIC X.                            00126000
           05 TRN-USERID              PIC X(6).                         00127000
           05 TRN-TERM-ID             PIC X(8).                         00128000
           05 TRN-CLASS-NAME          PIC X(20).                        00129000
           05 TRN-NEW-PERC            PIC X(3).                         00130000
           05 TRN-NEW-USERID          PIC X(6).                         00131000
           05 TRN-OLD-PERC            PIC X(3).                         00132000
           05 FILLER                  PIC X(33).                        00133000
       FD  APL-RPT-FILE                                                 00134000
               RECORDING MODE IS F                                      00135000
               DATA RECORD IS APL-REPORT-DETAILS.                       00136000
       01 APL-REPORT-DETAILS           PIC X(133).                      00137000
       WORKING-STORAGE SECTION.                                         00138000
       01 MISC.                                                         00139000
          05 W1-CURRENT-DATE.                                           00140000
             10 W1-CURR-YEAR.                                           00141000
                15 W1-CURR-CC          PIC XX.                          00142000
                15 W1-CURR-YY          PIC XX.                          00143000
             10 W1-CURR-MONTH          PIC XX.                          00144000
             10 W1-CURR-DAY            PIC XX.                          00145000
          05 COUNTERS-SUBSCRIPTS.                                       00146000
             10 WS-TRAN-EOF            PIC X       VALUE SPACES.        00147000
             10 WS-TRAN-CNT            PIC 9(05)   VALUE 0.             00148000
             10 WS-APPLIED-CNT         PIC 9(05)   VALUE 0.             00149000
             10 WS-REJECTED-CNT        PIC 9(05)   VALUE 0.             00150000
             10 WS-OPENED-CNT          PIC 9(05)   VALUE 0.             00151000
             10 WS-REVIEW-CNT          PIC 9(05)   VALUE 0.             00152000
             10 WS-GRANTED-CNT         PIC 9(05)   VALUE 0.             00153000
             10 WS-DENIED-CNT          PIC 9(05)   VALUE 0.             00154000
             10 WS-CARD-CNT            PIC 9(05)   VALUE 0.             00155000
             10 WS-PAGE-CNT            PIC 9(05)   VALUE 0.             00156000
             10 WS-LINE-CNT            PIC 99      VALUE 70.            00157000
          05 REPORT-PARMS.                                              00158000
             10 WS-TRAN-FS             PIC XX     VALUE "00".           00159000
             10 WS-APPEAL-FS           PIC XX     VALUE "00".           00160000
             10 WS-MASTER-FS           PIC XX     VALUE "00".           00161000
             10 WS-CORR-FS             PIC XX     VALUE "00".           00162000
          05 APPEAL-PARMS.                                              00163000
             10 WS-REJECT-SW           PIC X      VALUE "N".            00164000
                88 TRAN-REJECTED                  VALUE "Y".            00165000
             10 WS-REJECT-REASON       PIC X(24)  VALUE SPACES.         00166000
             10 WS-FOUND-SW            PIC X      VALUE "N".            00167000
                88 MASTER-FOUND                   VALUE "Y".            00168000
             10 WS-APL-FOUND-SW        PIC X      VALUE "N".            00169000
                88 APPEAL-ON-FILE                 VALUE "Y".            00170000
             10 WS-TERM-SLOT           PIC 9(02).                       00171000
             10 WS-CLASS-SLOT          PIC 9(02).                       00172000
             10 WS-OLD-PERC            PIC X(3).                        00173000
             10 WS-RUN-DATE            PIC 9(8).                        00174000
             10 WS-ACTION-DATE         PIC 9(8).                        00175000
       01 H1-HEADING.                                                   00176000
          05 FILLER                    PIC X       VALUE SPACES.        00177000
          05 FILLER                    PIC X(35)   VALUE                00178000
              'GRADE APPEAL MAINTENANCE REGISTER  '.                    00179000
          05 FILLER                    PIC X(10)   VALUE SPACES.        00180000
          05 FILLER                    PIC X(9)    VALUE                00181000
              'RUN DATE:'.                                              00182000
          05 H1-CURR-MM                PIC XX.                          00183000
          05 FILLER                    PIC X       VALUE                00184000
              '/'.                                                      00185000
          05 H1-CURR-DD                PIC XX.                          00186000
          05 FILLER                    PIC X       VALUE                00187000
              '/'.                                                      00188000
          05 H1-CURR-YY                PIC XX.                          00189000
       01 H2-HEADING.                                                   00190000
          05 FILLER                    PIC X(53)   VALUE SPACES.        00191000
          05 FILLER                    PIC X(5)    VALUE                00192000
              'PAGE:'.                                                  00193000
          05 H2-PAGE-NUM               PIC 9(05).                       00194000
       01 H3-HEADING.                                                   00195000
          05 FILLER                    PIC X(2)    VALUE SPACES.        00196000
          05 FILLER                    PIC X(8)    VALUE                00197000
              'FUNCTION'.                                               00198000
          05 FILLER                    PIC X(9)    VALUE SPACES.        00199000
          05 FILLER                    PIC X(2)    VALUE                00200000
              'ID'.                                                     00201000
          05 FILLER                    PIC X(5)    VALUE SPACES.        00202000
          05 FILLER                    PIC X(4)    VALUE                00203000
              'TERM'.                                                   00204000
          05 FILLER                    PIC X(5)    VALUE SPACES.        00205000
          05 FILLER                    PIC X(5)    VALUE                00206000
              'CLASS'.                                                  00207000
          05 FILLER                    PIC X(16)   VALUE SPACES.        00208000
          05 FILLER                    PIC X(7)    VALUE                00209000
              'OLD NEW'.                                                00210000
          05 FILLER                    PIC X(2)    VALUE SPACES.        00211000
          05 FILLER                    PIC X(8)    VALUE                00212000
              'STATUS'.                                                 00213000
          05 FILLER                    PIC X(26)   VALUE SPACES.        00214000
          05 FILLER                    PIC X(4)    VALUE                00215000
              'CARD'.                                                   00216000
       01 R1-REGISTER-LINE.                                             00217000
           05 FILLER                   PIC XX      VALUE SPACES.        00218000
           05 R1-FUNC-DESC             PIC X(15).                       00219000
           05 FILLER                   PIC XX      VALUE SPACES.        00220000
           05 R1-USERID                PIC X(6).                        00221000
           05 FILLER                   PIC X       VALUE SPACES.        00222000
           05 R1-TERM-ID               PIC X(8).                        00223000
           05 FILLER                   PIC X       VALUE SPACES.        00224000
           05 R1-CLASS-NAME            PIC X(20).                       00225000
           05 FILLER                   PIC X       VALUE SPACES.        00226000
           05 R1-OLD-PERC              PIC X(3).                        00227000
           05 FILLER                   PIC X       VALUE SPACES.        00228000
           05 R1-NEW-PERC              PIC X(3).                        00229000
           05 FILLER                   PIC XX      VALUE SPACES.        00230000
           05 R1-STATUS                PIC X(8).                        00231000
           05 FILLER                   PIC X       VALUE SPACES.        00232000
           05 R1-REASON                PIC X(24).                       00233000
           05 FILLER                   PIC X       VALUE SPACES.        00234000
           05 R1-CARD                  PIC X(7).                        00235000
       01 T1-TOTAL-LINE.                                                00236000
           05 FILLER                   PIC XX      VALUE SPACES.        00237000
           05 T1-TOTAL-TEXT            PIC X(34).                       00238000
           05 FILLER                   PIC X       VALUE SPACES.        00239000
           05 T1-TOTAL-CNT             PIC ZZZZZZ9.                     00240000
       PROCEDURE DIVISION.                                              00241000
       MAIN-CONTROL.                                                    00242000
           PERFORM A-INITIAL.                                           00243000
           PERFORM B-CONTROL.                                           00244000
           PERFORM C-END.                                               00245000
       A-INITIAL.                                                       00246000
           MOVE FUNCTION CURRENT-DATE TO W1-CURRENT-DATE.               00247000
           MOVE W1-CURR-MONTH         TO H1-CURR-MM.                    00248000
           MOVE W1-CURR-DAY           TO H1-CURR-DD.                    00249000
           MOVE W1-CURR-YY            TO H1-CURR-YY.                    00250000
           MOVE W1-CURRENT-DATE       TO WS-RUN-DATE.                   00251000
           OPEN INPUT APL-TRAN-FILE.                                    00252000
           IF WS-TRAN-FS NOT = "00"                                     00253000
               DISPLAY "Z13049P1 - NO APPEAL TRANSACTIONS, "            00254000
                   "STATUS " WS-TRAN-FS                                 00255000
               MOVE 8 TO RETURN-CODE                                    00256000
               STOP RUN                                                 00257000
           END-IF.                                                      00258000
      *    AN APPEAL NAMES A GRADE THE MASTER HOLDS -- NO MASTER, NO    00259000
      *    GRADES TO APPEAL, SO A MISSING CLUSTER IS AN ERROR.          00260000
           OPEN INPUT STUDENT-MASTER.                                   00261000
           IF WS-MASTER-FS NOT = "00"                                   00262000
               DISPLAY "Z13049P1 - STUDENT MASTER OPEN FAILED, "        00263000
                   "STATUS " WS-MASTER-FS                               00264000
               MOVE 16 TO RETURN-CODE                                   00265000
               STOP RUN                                                 00266000
           END-IF.                                                      00267000
           PERFORM A-APPEAL-OPEN.                                       00268000
           OPEN OUTPUT CORR-CARD-FILE.                                  00269000
           IF WS-CORR-FS NOT = "00"                                     00270000
               DISPLAY "Z13049P1 - CORRECTION CARD FILE OPEN "          00271000
                   "FAILED, STATUS " WS-CORR-FS                         00272000
               MOVE 16 TO RETURN-CODE                                   00273000
               STOP RUN                                                 00274000
           END-IF.                                                      00275000
           OPEN OUTPUT APL-RPT-FILE.                                    00276000
           READ APL-TRAN-FILE                                           00277000
               AT END                                                   00278000
                   MOVE "Y" TO WS-TRAN-EOF                              00279000
           END-READ.                                                    00280000
      *    FILE STATUS 35 MEANS NO APPEAL FILE EXISTS YET -- THE FIRST  00281000
      *    RUN CREATES IT EMPTY AND REOPENS FOR UPDATE, THE SAME WAY    00282000
      *    Z13033P1 CREATES THE MASTER.                                 00283000
       A-APPEAL-OPEN.                                                   00284000
           OPEN I-O APPEAL-FILE.                                        00285000
           IF WS-APPEAL-FS = "35"                                       00286000
               OPEN OUTPUT APPEAL-FILE                                  00287000
               CLOSE APPEAL-FILE                                        00288000
               OPEN I-O APPEAL-FILE                                     00289000
           END-IF.                                                      00290000
           IF WS-APPEAL-FS NOT = "00"                                   00291000
               DISPLAY "Z13049P1 - APPEAL FILE OPEN FAILED, "           00292000
                   "STATUS " WS-APPEAL-FS                               00293000
               MOVE 16 TO RETURN-CODE                                   00294000
               STOP RUN                                                 00295000
           END-IF.                                                      00296000
       B-CONTROL.                                                       00297000
           PERFORM B-TRAN UNTIL WS-TRAN-EOF = "Y".                      00298000
       B-TRAN.                                                          00299000
           ADD 1 TO WS-TRAN-CNT.                                        00300000
           MOVE "N"    TO WS-REJECT-SW.                                 00301000
           MOVE SPACES TO WS-REJECT-REASON.                             00302000
           MOVE SPACES TO WS-OLD-PERC.                                  00303000
           MOVE SPACES TO R1-CARD.                                      00304000
           PERFORM B-TRAN-EDIT THRU B-TRAN-EDIT-EXIT.                   00305000
           IF NOT TRAN-REJECTED                                         00306000
               EVALUATE TRUE                                            00307000
                   WHEN APT-INTAKE                                      00308000
                       PERFORM B-APPLY-INTAKE THRU B-APPLY-INTAKE-EXIT  00309000
                   WHEN APT-REVIEW                                      00310000
                       PERFORM B-APPLY-REVIEW THRU B-APPLY-REVIEW-EXIT  00311000
                   WHEN APT-GRANT                                       00312000
                       PERFORM B-APPLY-GRANT THRU B-APPLY-GRANT-EXIT    00313000
                   WHEN APT-DENY                                        00314000
                       PERFORM B-APPLY-DENY THRU B-APPLY-DENY-EXIT      00315000
               END-EVALUATE                                             00316000
           END-IF.                                                      00317000
           PERFORM Z-REGISTER-LINE.                                     00318000
           IF TRAN-REJECTED                                             00319000
               ADD 1 TO WS-REJECTED-CNT                                 00320000
           ELSE                                                         00321000
               ADD 1 TO WS-APPLIED-CNT                                  00322000
           END-IF.                                                      00323000
           READ APL-TRAN-FILE                                           00324000
               AT END                                                   00325000
                   MOVE "Y" TO WS-TRAN-EOF                              00326000
           END-READ.                                                    00327000
      *    CARD-LEVEL EDITS COMMON TO EVERY FUNCTION -- NEITHER FILE IS 00328000
      *    TOUCHED UNTIL THE CARD ITSELF PROVES WELL-FORMED.            00329000
       B-TRAN-EDIT.                                                     00330000
           IF NOT APT-INTAKE AND NOT APT-REVIEW                         00331000
                   AND NOT APT-GRANT AND NOT APT-DENY                   00332000
               MOVE "Y" TO WS-REJECT-SW                                 00333000
               MOVE "INVALID FUNCTION CODE" TO WS-REJECT-REASON         00334000
               GO TO B-TRAN-EDIT-EXIT.                                  00335000
           IF APT-USERID = SPACES                                       00336000
               MOVE "Y" TO WS-REJECT-SW                                 00337000
               MOVE "USERID MISSING" TO WS-REJECT-REASON                00338000
               GO TO B-TRAN-EDIT-EXIT.                                  00339000
           IF APT-TERM-ID = SPACES                                      00340000
               MOVE "Y" TO WS-REJECT-SW                                 00341000
               MOVE "TERM ID MISSING" TO WS-REJECT-REASON               00342000
               GO TO B-TRAN-EDIT-EXIT.                                  00343000
           IF APT-CLASS-NAME = SPACES                                   00344000
               MOVE "Y" TO WS-REJECT-SW                                 00345000
               MOVE "CLASS NAME MISSING" TO WS-REJECT-REASON            00346000
               GO TO B-TRAN-EDIT-EXIT.                                  00347000
           PERFORM B-EDIT-ACTION-DATE THRU B-EDIT-ACTION-DATE-EXIT.     00348000
           IF TRAN-REJECTED                                             00349000
               GO TO B-TRAN-EDIT-EXIT.                                  00350000
           IF APT-GRANT                                                 00351000
               PERFORM B-EDIT-NEW-PERC THRU B-EDIT-NEW-PERC-EXIT.       00352000
       B-TRAN-EDIT-EXIT.                                                00353000
           EXIT.                                                        00354000
      *    A BLANK DATE TAKES THE RUN DATE.  A KEYED ONE MUST BE A      00355000
      *    REAL CALENDAR DATE NO LATER THAN TODAY -- THE AGING REPORT   00356000
      *    COUNTS DAYS FROM IT.                                         00357000
       B-EDIT-ACTION-DATE.                                              00358000
           IF APT-ACTION-DATE = SPACES                                  00359000
               MOVE WS-RUN-DATE TO WS-ACTION-DATE                       00360000
               GO TO B-EDIT-ACTION-DATE-EXIT.                           00361000
           IF APT-ACTION-DATE NOT NUMERIC                               00362000
               MOVE "Y" TO WS-REJECT-SW                                 00363000
               MOVE "ACTION DATE NOT NUMERIC" TO WS-REJECT-REASON       00364000
               GO TO B-EDIT-ACTION-DATE-EXIT.                           00365000
           MOVE APT-ACTION-DATE TO WS-ACTION-DATE.                      00366000
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-ACTION-DATE) NOT = 0      00367000
               MOVE "Y" TO WS-REJECT-SW                                 00368000
               MOVE "ACTION DATE INVALID" TO WS-REJECT-REASON           00369000
               GO TO B-EDIT-ACTION-DATE-EXIT.                           00370000
           IF WS-ACTION-DATE > WS-RUN-DATE                              00371000
               MOVE "Y" TO WS-REJECT-SW                                 00372000
               MOVE "ACTION DATE IN FUTURE" TO WS-REJECT-REASON.        00373000
       B-EDIT-ACTION-DATE-EXIT.                                         00374000
           EXIT.                                                        00375000
      *    THE GRANTED GRADE FACES THE SAME EDIT Z13038P1 APPLIES TO A  00376000
      *    CORRECTION CARD, SO THE CARD WRITTEN HERE NEVER BOUNCES      00377000
      *    THERE ON ITS FORM.                                           00378000
       B-EDIT-NEW-PERC.                                                 00379000
           IF APT-NEW-PERC = "W" OR APT-NEW-PERC = "I"                  00380000
               GO TO B-EDIT-NEW-PERC-EXIT.                              00381000
           IF APT-NEW-PERC = SPACES                                     00382000
               MOVE "Y" TO WS-REJECT-SW                                 00383000
               MOVE "GRANTED GRADE MISSING" TO WS-REJECT-REASON         00384000
               GO TO B-EDIT-NEW-PERC-EXIT.                              00385000
           IF APT-NEW-PERC NOT NUMERIC                                  00386000
               MOVE "Y" TO WS-REJECT-SW                                 00387000
               MOVE "NEW GRADE NOT NUMERIC" TO WS-REJECT-REASON         00388000
               GO TO B-EDIT-NEW-PERC-EXIT.                              00389000
           IF APT-NEW-PERC > 100                                        00390000
               MOVE "Y" TO WS-REJECT-SW                                 00391000
               MOVE "NEW GRADE OVER 100" TO WS-REJECT-REASON.           00392000
       B-EDIT-NEW-PERC-EXIT.                                            00393000
           EXIT.                                                        00394000
       B-READ-APPEAL.                                                   00395000
           MOVE "N" TO WS-APL-FOUND-SW.                                 00396000
           MOVE APT-USERID     TO APL-USERID.                           00397000
           MOVE APT-TERM-ID    TO APL-TERM-ID.                          00398000
           MOVE APT-CLASS-NAME TO APL-CLASS-NAME.                       00399000
           READ APPEAL-FILE                                             00400000
               INVALID KEY                                              00401000
                   CONTINUE                                             00402000
               NOT INVALID KEY                                          00403000
                   MOVE "Y" TO WS-APL-FOUND-SW                          00404000
           END-READ.                                                    00405000
      *    LOOK UP THE APPEALED GRADE ON THE MASTER -- WS-OLD-PERC      00406000
      *    COMES BACK WITH THE GRADE AS NOW FILED, OR THE CARD IS       00407000
      *    REJECTED WITH THE REASON IT COULD NOT BE FOUND.              00408000
       B-MASTER-GRADE.                                                  00409000
           MOVE "N" TO WS-FOUND-SW.                                     00410000
           MOVE APT-USERID TO SM-USERID.                                00411000
           READ STUDENT-MASTER                                          00412000
               INVALID KEY                                              00413000
                   CONTINUE                                             00414000
               NOT INVALID KEY                                          00415000
                   MOVE "Y" TO WS-FOUND-SW                              00416000
           END-READ.                                                    00417000
           IF NOT MASTER-FOUND                                          00418000
               MOVE "Y" TO WS-REJECT-SW                                 00419000
               MOVE "USERID NOT ON MASTER" TO WS-REJECT-REASON          00420000
               GO TO B-MASTER-GRADE-EXIT.                               00421000
           PERFORM B-FIND-TERM.                                         00422000
           IF WS-TERM-SLOT = 0                                          00423000
               MOVE "Y" TO WS-REJECT-SW                                 00424000
               MOVE "TERM NOT ON MASTER" TO WS-REJECT-REASON            00425000
               GO TO B-MASTER-GRADE-EXIT.                               00426000
           PERFORM B-FIND-CLASS.                                        00427000
           IF WS-CLASS-SLOT = 0                                         00428000
               MOVE "Y" TO WS-REJECT-SW                                 00429000
               MOVE "CLASS NOT IN TERM" TO WS-REJECT-REASON             00430000
               GO TO B-MASTER-GRADE-EXIT.                               00431000
           SET SM-TERM-IDX  TO WS-TERM-SLOT.                            00432000
           SET SM-CLASS-IDX TO WS-CLASS-SLOT.                           00433000
           MOVE SM-CLASS-GR-MARK (SM-TERM-IDX SM-CLASS-IDX)             00434000
               TO WS-OLD-PERC.                                          00435000
       B-MASTER-GRADE-EXIT.                                             00436000
           EXIT.                                                        00437000
      *    INTAKE -- THE GRADE MUST BE ON THE MASTER, AND NO APPEAL ON  00438000
      *    IT MAY ALREADY BE OUTSTANDING.  A DECIDED APPEAL ON FILE IS  00439000
      *    REOPENED WITH THE NEW INTAKE DATE.                           00440000
       B-APPLY-INTAKE.                                                  00441000
           PERFORM B-MASTER-GRADE THRU B-MASTER-GRADE-EXIT.             00442000
           IF TRAN-REJECTED                                             00443000
               GO TO B-APPLY-INTAKE-EXIT.                               00444000
           PERFORM B-READ-APPEAL.                                       00445000
           IF APPEAL-ON-FILE AND APL-OUTSTANDING                        00446000
               MOVE "Y" TO WS-REJECT-SW                                 00447000
               MOVE "APPEAL ALREADY OPEN" TO WS-REJECT-REASON           00448000
               GO TO B-APPLY-INTAKE-EXIT.                               00449000
           MOVE SPACES         TO APL-APPEAL-RECORD.                    00450000
           MOVE APT-USERID     TO APL-USERID.                           00451000
           MOVE APT-TERM-ID    TO APL-TERM-ID.                          00452000
           MOVE APT-CLASS-NAME TO APL-CLASS-NAME.                       00453000
           MOVE "O"            TO APL-STATUS.                           00454000
           MOVE WS-ACTION-DATE TO APL-OPEN-DATE APL-ACTION-DATE.        00455000
           MOVE WS-OLD-PERC    TO APL-OLD-PERC.                         00456000
           MOVE APT-NOTE       TO APL-NOTE.                             00457000
           IF APPEAL-ON-FILE                                            00458000
               REWRITE APL-APPEAL-RECORD                                00459000
                   INVALID KEY                                          00460000
                       MOVE "Y" TO WS-REJECT-SW                         00461000
                       MOVE "REWRITE FAILED" TO WS-REJECT-REASON        00462000
               END-REWRITE                                              00463000
           ELSE                                                         00464000
               WRITE APL-APPEAL-RECORD                                  00465000
                   INVALID KEY                                          00466000
                       MOVE "Y" TO WS-REJECT-SW                         00467000
                       MOVE "WRITE FAILED" TO WS-REJECT-REASON          00468000
               END-WRITE                                                00469000
           END-IF.                                                      00470000
           IF NOT TRAN-REJECTED                                         00471000
               ADD 1 TO WS-OPENED-CNT.                                  00472000
       B-APPLY-INTAKE-EXIT.                                             00473000
           EXIT.                                                        00474000
      *    UNDER REVIEW -- ONLY FROM OPEN.                              00475000
       B-APPLY-REVIEW.                                                  00476000
           PERFORM B-READ-APPEAL.                                       00477000
           IF NOT APPEAL-ON-FILE                                        00478000
               MOVE "Y" TO WS-REJECT-SW                                 00479000
               MOVE "APPEAL NOT ON FILE" TO WS-REJECT-REASON            00480000
               GO TO B-APPLY-REVIEW-EXIT.                               00481000
           MOVE APL-OLD-PERC TO WS-OLD-PERC.                            00482000
           IF NOT APL-OPEN                                              00483000
               MOVE "Y" TO WS-REJECT-SW                                 00484000
               MOVE "APPEAL NOT OPEN" TO WS-REJECT-REASON               00485000
               GO TO B-APPLY-REVIEW-EXIT.                               00486000
           PERFORM B-EDIT-SEQUENCE.                                     00487000
           IF TRAN-REJECTED                                             00488000
               GO TO B-APPLY-REVIEW-EXIT.                               00489000
           MOVE "R" TO APL-STATUS.                                      00490000
           PERFORM B-REWRITE-APPEAL.                                    00491000
           IF NOT TRAN-REJECTED                                         00492000
               ADD 1 TO WS-REVIEW-CNT.                                  00493000
       B-APPLY-REVIEW-EXIT.                                             00494000
           EXIT.                                                        00495000
      *    GRANT -- THE APPEAL MUST STILL BE OUTSTANDING AND THE GRADE  00496000
      *    STILL ON THE MASTER.  THE OLD GRADE ON THE CORRECTION CARD   00497000
      *    IS THE ONE FILED NOW, NOT AT INTAKE, SO Z13038P1'S OLD-GRADE 00498000
      *    CHECK PASSES EVEN IF ANOTHER CORRECTION LANDED IN BETWEEN.   00499000
       B-APPLY-GRANT.                                                   00500000
           PERFORM B-READ-APPEAL.                                       00501000
           IF NOT APPEAL-ON-FILE                                        00502000
               MOVE "Y" TO WS-REJECT-SW                                 00503000
               MOVE "APPEAL NOT ON FILE" TO WS-REJECT-REASON            00504000
               GO TO B-APPLY-GRANT-EXIT.                                00505000
           MOVE APL-OLD-PERC TO WS-OLD-PERC.                            00506000
           IF NOT APL-OUTSTANDING                                       00507000
               MOVE "Y" TO WS-REJECT-SW                                 00508000
               MOVE "APPEAL ALREADY DECIDED" TO WS-REJECT-REASON        00509000
               GO TO B-APPLY-GRANT-EXIT.                                00510000
           PERFORM B-EDIT-SEQUENCE.                                     00511000
           IF TRAN-REJECTED                                             00512000
               GO TO B-APPLY-GRANT-EXIT.                                00513000
           PERFORM B-MASTER-GRADE THRU B-MASTER-GRADE-EXIT.             00514000
           IF TRAN-REJECTED                                             00515000
               GO TO B-APPLY-GRANT-EXIT.                                00516000
           IF APT-NEW-PERC = WS-OLD-PERC                                00517000
               MOVE "Y" TO WS-REJECT-SW                                 00518000
               MOVE "GRADE ALREADY AS GRANTED" TO WS-REJECT-REASON      00519000
               GO TO B-APPLY-GRANT-EXIT.                                00520000
           MOVE "G"             TO APL-STATUS.                          00521000
           MOVE WS-OLD-PERC     TO APL-OLD-PERC.                        00522000
           MOVE APT-NEW-PERC    TO APL-NEW-PERC.                        00523000
           MOVE W1-CURRENT-DATE TO APL-CORR-DATE.                       00524000
           PERFORM B-REWRITE-APPEAL.                                    00525000
           IF TRAN-REJECTED                                             00526000
               GO TO B-APPLY-GRANT-EXIT.                                00527000
           PERFORM B-WRITE-CORRECTION.                                  00528000
           ADD 1 TO WS-GRANTED-CNT.                                     00529000
       B-APPLY-GRANT-EXIT.                                              00530000
           EXIT.                                                        00531000
      *    DENY -- FROM OPEN OR UNDER REVIEW.  THE GRADE STANDS, SO NO  00532000
      *    CARD IS WRITTEN.                                             00533000
       B-APPLY-DENY.                                                    00534000
           PERFORM B-READ-APPEAL.                                       00535000
           IF NOT APPEAL-ON-FILE                                        00536000
               MOVE "Y" TO WS-REJECT-SW                                 00537000
               MOVE "APPEAL NOT ON FILE" TO WS-REJECT-REASON            00538000
               GO TO B-APPLY-DENY-EXIT.                                 00539000
           MOVE APL-OLD-PERC TO WS-OLD-PERC.                            00540000
           IF NOT APL-OUTSTANDING                                       00541000
               MOVE "Y" TO WS-REJECT-SW                                 00542000
               MOVE "APPEAL ALREADY DECIDED" TO WS-REJECT-REASON        00543000
               GO TO B-APPLY-DENY-EXIT.                                 00544000
           PERFORM B-EDIT-SEQUENCE.                                     00545000
           IF TRAN-REJECTED                                             00546000
               GO TO B-APPLY-DENY-EXIT.                                 00547000
           MOVE "D" TO APL-STATUS.                                      00548000
           PERFORM B-REWRITE-APPEAL.                                    00549000
           IF NOT TRAN-REJECTED                                         00550000
               ADD 1 TO WS-DENIED-CNT.                                  00551000
       B-APPLY-DENY-EXIT.                                               00552000
           EXIT.                                                        00553000
      *    A LATER ACTION CANNOT PREDATE THE LAST ONE ON FILE.          00554000
       B-EDIT-SEQUENCE.                                                 00555000
           IF WS-ACTION-DATE < APL-ACTION-DATE                          00556000
               MOVE "Y" TO WS-REJECT-SW                                 00557000
               MOVE "DATE BEFORE LAST ACTION" TO WS-REJECT-REASON.      00558000
       B-REWRITE-APPEAL.                                                00559000
           MOVE WS-ACTION-DATE TO APL-ACTION-DATE.                      00560000
           IF APT-NOTE NOT = SPACES                                     00561000
               MOVE APT-NOTE TO APL-NOTE.                               00562000
           REWRITE APL-APPEAL-RECORD                                    00563000
               INVALID KEY                                              00564000
                   MOVE "Y" TO WS-REJECT-SW                             00565000
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON            00566000
           END-REWRITE.                                                 00567000
      *    THE "C" CARD Z13038P1 APPLIES -- OLD AND NEW GRADES BOTH     00568000
      *    ON IT, THE UNUSED FIELDS BLANK.                              00569000
       B-WRITE-CORRECTION.                                              00570000
           MOVE SPACES         TO MNT-TRAN-RECORD.                      00571000
           MOVE "C"            TO TRN-FUNC.                             00572000
           MOVE APL-USERID     TO TRN-USERID.                           00573000
           MOVE APL-TERM-ID    TO TRN-TERM-ID.                          00574000
           MOVE APL-CLASS-NAME TO TRN-CLASS-NAME.                       00575000
           MOVE APL-NEW-PERC   TO TRN-NEW-PERC.                         00576000
           MOVE APL-OLD-PERC   TO TRN-OLD-PERC.                         00577000
           WRITE MNT-TRAN-RECORD.                                       00578000
           ADD 1 TO WS-CARD-CNT.                                        00579000
           MOVE "WRITTEN" TO R1-CARD.                                   00580000
       B-FIND-TERM.                                                     00581000
           MOVE 0 TO WS-TERM-SLOT.                                      00582000
           PERFORM B-FIND-TERM-ONE THRU B-FIND-TERM-ONE-EXIT            00583000
               VARYING SM-TERM-IDX FROM 1 BY 1                          00584000
               UNTIL SM-TERM-IDX > SM-TERM-COUNT                        00585000
                   OR WS-TERM-SLOT > 0.                                 00586000
       B-FIND-TERM-ONE.                                                 00587000
           IF SM-TERM-ID (SM-TERM-IDX) = APT-TERM-ID                    00588000
               SET WS-TERM-SLOT TO SM-TERM-IDX.                         00589000
       B-FIND-TERM-ONE-EXIT.                                            00590000
           EXIT.                                                        00591000
       B-FIND-CLASS.                                                    00592000
           MOVE 0 TO WS-CLASS-SLOT.                                     00593000
           SET SM-TERM-IDX TO WS-TERM-SLOT.                             00594000
           PERFORM B-FIND-CLASS-ONE THRU B-FIND-CLASS-ONE-EXIT          00595000
               VARYING SM-CLASS-IDX FROM 1 BY 1                         00596000
               UNTIL SM-CLASS-IDX > SM-TERM-NUM-CLASSES (SM-TERM-IDX)   00597000
                   OR WS-CLASS-SLOT > 0.                                00598000
       B-FIND-CLASS-ONE.                                                00599000
           IF SM-CLASS-NAME (SM-TERM-IDX SM-CLASS-IDX)                  00600000
                   = APT-CLASS-NAME                                     00601000
               SET WS-CLASS-SLOT TO SM-CLASS-IDX.                       00602000
       B-FIND-CLASS-ONE-EXIT.                                           00603000
           EXIT.                                                        00604000
       C-END.                                                           00605000
           PERFORM Z-TOTALS.                                            00606000
           CLOSE APL-TRAN-FILE APPEAL-FILE STUDENT-MASTER               00607000
                 CORR-CARD-FILE APL-RPT-FILE.                           00608000
           DISPLAY "Z13049P1 - TRANSACTIONS READ:      " WS-TRAN-CNT.   00609000
           DISPLAY "Z13049P1 - TRANSACTIONS APPLIED:   "                00610000
               WS-APPLIED-CNT.                                          00611000
           DISPLAY "Z13049P1 - TRANSACTIONS REJECTED:  "                00612000
               WS-REJECTED-CNT.                                         00613000
           DISPLAY "Z13049P1 - CORRECTION CARDS:       "                00614000
               WS-CARD-CNT.                                             00615000
      *    A RUN THAT REJECTED ANYTHING ENDS WITH CONDITION CODE 8      00616000
      *    SO THE SCHEDULER FLAGS THE REGISTER FOR THE OFFICE.          00617000
           IF WS-REJECTED-CNT > 0                                       00618000
               MOVE 8 TO RETURN-CODE.                                   00619000
           STOP RUN.                                                    00620000
       Z-HEADINGS.                                                      00621000
           ADD 1 TO WS-PAGE-CNT.                                        00622000
           MOVE WS-PAGE-CNT TO H2-PAGE-NUM.                             00623000
           WRITE APL-REPORT-DETAILS FROM H1-HEADING                     00624000
               AFTER ADVANCING PAGE.                                    00625000
           WRITE APL-REPORT-DETAILS FROM H2-HEADING.                    00626000
           WRITE APL-REPORT-DETAILS FROM H3-HEADING                     00627000
               AFTER ADVANCING 2 LINES.                                 00628000
           MOVE 5 TO WS-LINE-CNT.                                       00629000
       Z-REGISTER-LINE.                                                 00630000
           IF WS-LINE-CNT > 65                                          00631000
               PERFORM Z-HEADINGS.                                      00632000
           EVALUATE TRUE                                                00633000
               WHEN APT-INTAKE                                          00634000
                   MOVE "OPEN APPEAL"    TO R1-FUNC-DESC                00635000
               WHEN APT-REVIEW                                          00636000
                   MOVE "UNDER REVIEW"   TO R1-FUNC-DESC                00637000
               WHEN APT-GRANT                                           00638000
                   MOVE "GRANT APPEAL"   TO R1-FUNC-DESC                00639000
               WHEN APT-DENY                                            00640000
                   MOVE "DENY APPEAL"    TO R1-FUNC-DESC                00641000
               WHEN OTHER                                               00642000
                   MOVE "INVALID"        TO R1-FUNC-DESC                00643000
           END-EVALUATE.                                                00644000
           MOVE APT-USERID     TO R1-USERID.                            00645000
           MOVE APT-TERM-ID    TO R1-TERM-ID.                           00646000
           MOVE APT-CLASS-NAME TO R1-CLASS-NAME.                        00647000
           MOVE WS-OLD-PERC    TO R1-OLD-PERC.                          00648000
           IF APT-GRANT                                                 00649000
               MOVE APT-NEW-PERC TO R1-NEW-PERC                         00650000
           ELSE                                                         00651000
               MOVE SPACES       TO R1-NEW-PERC                         00652000
           END-IF.                                                      00653000
           IF TRAN-REJECTED                                             00654000
               MOVE "REJECTED"        TO R1-STATUS                      00655000
               MOVE WS-REJECT-REASON  TO R1-REASON                      00656000
           ELSE                                                         00657000
               MOVE "APPLIED"         TO R1-STATUS                      00658000
               MOVE SPACES            TO R1-REASON                      00659000
           END-IF.                                                      00660000
           WRITE APL-REPORT-DETAILS FROM R1-REGISTER-LINE.              00661000
           ADD 1 TO WS-LINE-CNT.                                        00662000
       Z-TOTALS.                                                        00663000
           IF WS-LINE-CNT > 56                                          00664000
               PERFORM Z-HEADINGS.                                      00665000
           MOVE "TRANSACTIONS READ"          TO T1-TOTAL-TEXT.          00666000
           MOVE WS-TRAN-CNT                  TO T1-TOTAL-CNT.           00667000
           WRITE APL-REPORT-DETAILS FROM T1-TOTAL-LINE                  00668000
               AFTER ADVANCING 2 LINES.                                 00669000
           MOVE "TRANSACTIONS APPLIED"       TO T1-TOTAL-TEXT.          00670000
           MOVE WS-APPLIED-CNT               TO T1-TOTAL-CNT.           00671000
           WRITE APL-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00672000
           MOVE "TRANSACTIONS REJECTED"      TO T1-TOTAL-TEXT.          00673000
           MOVE WS-REJECTED-CNT              TO T1-TOTAL-CNT.           00674000
           WRITE APL-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00675000
           MOVE "APPEALS OPENED"             TO T1-TOTAL-TEXT.          00676000
           MOVE WS-OPENED-CNT                TO T1-TOTAL-CNT.           00677000
           WRITE APL-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00678000
           MOVE "APPEALS MOVED TO REVIEW"    TO T1-TOTAL-TEXT.          00679000
           MOVE WS-REVIEW-CNT                TO T1-TOTAL-CNT.           00680000
           WRITE APL-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00681000
           MOVE "APPEALS GRANTED"            TO T1-TOTAL-TEXT.          00682000
           MOVE WS-GRANTED-CNT               TO T1-TOTAL-CNT.           00683000
           WRITE APL-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00684000
           MOVE "APPEALS DENIED"             TO T1-TOTAL-TEXT.          00685000
           MOVE WS-DENIED-CNT                TO T1-TOTAL-CNT.           00686000
           WRITE APL-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00687000
           MOVE "CORRECTION CARDS WRITTEN"   TO T1-TOTAL-TEXT.          00688000
           MOVE WS-CARD-CNT                  TO T1-TOTAL-CNT.           00689000
           WRITE APL-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00690000
