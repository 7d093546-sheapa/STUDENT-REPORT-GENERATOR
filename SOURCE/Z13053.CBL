       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID. Z13053P1.                                            00002000
      * INSTRUCTOR SIGN-OFF MAINTENANCE.  READS THE OFFICE'S SIGN-OFF   00003000
      * CARDS AND APPLIES THEM AGAINST THE KEYED DDSGNOFF SIGN-OFF      00004000
      * FILE -- ONE RECORD PER INSTRUCTOR, SECTION, AND TERM.  WHEN A   00005000
      * Z13052P1 VERIFICATION SHEET COMES BACK SIGNED, AN "S" CARD      00006000
      * RECORDS THE SIGN-OFF; A "U" CARD WITHDRAWS ONE RECORDED IN      00007000
      * ERROR OR RECALLED BY THE INSTRUCTOR.  Z13033P1 POSTS ONLY THE   00008000
      * SECTIONS SIGNED OFF HERE AND HOLDS BACK THE REST.  EVERY CARD   00009000
      * PRINTS ON THE SIGN-OFF REGISTER AS APPLIED OR REJECTED WITH     00010000
      * ITS REASON.                                                     00011000
       ENVIRONMENT DIVISION.                                            00012000
       INPUT-OUTPUT SECTION.                                            00013000
       FILE-CONTROL.                                                    00014000
           SELECT SGN-TRAN-FILE   ASSIGN TO DDSGNTRN                    00015000
               FILE STATUS IS WS-TRAN-FS.                               00016000
           SELECT SIGNOFF-FILE    ASSIGN TO DDSGNOFF                    00017000
               ORGANIZATION IS INDEXED                                  00018000
               ACCESS MODE IS RANDOM                                    00019000
               RECORD KEY IS SO-KEY                                     00020000
               FILE STATUS IS WS-SIGNOFF-FS.                            00021000
           SELECT SGN-RPT-FILE    ASSIGN TO DDSGNRPT.                   00022000
       DATA DIVISION.                                                   00023000
       FILE SECTION.                                                    00024000
      *    ONE CARD PER SIGN-OFF ACTION.  FUNCTION CODES:               00025000
      *      S - RECORD THE SECTION'S SIGNED VERIFICATION SHEET         00026000
      *      U - WITHDRAW A SIGN-OFF -- THE SECTION IS HELD AGAIN       00027000
      *    INSTRUCTOR AND SECTION ARE KEYED EXACTLY AS THEY PRINT ON    00028000
      *    THE SHEET, THE TERM AS IT PRINTS IN THE SHEET HEADING.  THE  00029000
      *    SIGNED DATE (YYYYMMDD) IS THE DATE ON THE SHEET AND DEFAULTS 00030000
      *    TO THE RUN DATE.                                             00031000
       FD  SGN-TRAN-FILE                                                00032000
               RECORDING MODE IS F                                      00033000
               DATA RECORD IS SGN-TRAN-RECORD.                          00034000
       01 SGN-TRAN-RECORD.                                              00035000
           05 SGT-FUNC                PIC X.                            00036000
              88 SGT-SIGN                       VALUE "S".              00037000
              88 SGT-UNSIGN                     VALUE "U".              00038000
           05 SGT-INSTR               PIC X(15).                        00039000
           05 SGT-SECTION             PIC X(3).                         00040000
           05 SGT-TERM-ID             PIC X(8).                         00041000
           05 SGT-SIGN-DATE           PIC X(8).                         00042000
           05 SGT-NOTE                PIC X(30).                        00043000
           05 FILLER                  PIC X(15).                        00044000
      *    ONE RECORD PER INSTRUCTOR, SECTION, AND TERM -- LAYOUT MUST  00045000
      *    STAY IN STEP WITH SO-SIGNOFF-RECORD IN Z13033P1.  A          00046000
      *    WITHDRAWN SIGN-OFF STAYS ON FILE AS "U"; A LATER "S" CARD    00047000
      *    SIGNS IT OFF AGAIN.                                          00048000
       FD  SIGNOFF-FILE                                                 00049000
               DATA RECORD IS SO-SIGNOFF-RECORD.                        00050000
       01 SO-SIGNOFF-RECORD.                                            00051000
           05 SO-KEY.                                                   00052000
               10 SO-INSTR             PIC X(15).                       00053000
               10 SO-SECTION           PIC X(3).                        00054000
               10 SO-TERM-ID           PIC X(8).                        00055000
           05 SO-STATUS                PIC X.                           00056000
              88 SO-SIGNED                       VALUE "S".             00057000
              88 SO-WITHDRAWN                    VALUE "U".             00058000
           05 SO-SIGN-DATE             PIC 9(8).                        00059000
      *    RUN DATE OF THE LAST CARD APPLIED TO THE RECORD.             00060000
           05 SO-ACTION-DATE           PIC 9(8).                        00061000
           05 SO-NOTE                  PIC X(30).                       00062000
           05 FILLER                   PIC X(7).                        00063000
       FD  SGN-RPT-FILE                                                 00064000
               RECORDING MODE IS F                                      00065000
               DATA RECORD IS SGN-REPORT-DETAILS.                       00066000
       01 SGN-REPORT-DETAILS           PIC X(133).                      00067000
       WORKING-STORAGE SECTION.                                         00068000
       01 MISC.                                                         00069000
          05 W1-CURRENT-DATE.                                           00070000
             10 W1-CURR-YEAR.                                           00071000
                15 W1-CURR-CC          PIC XX.                          00072000
                15 W1-CURR-YY          PIC XX.                          00073000
             10 W1-CURR-MONTH          PIC XX.                          00074000
             10 W1-CURR-DAY            PIC XX.                          00075000
          05 COUNTERS-SUBSCRIPTS.                                       00076000
             10 WS-TRAN-EOF            PIC X       VALUE SPACES.        00077000
             10 WS-TRAN-CNT            PIC 9(05)   VALUE 0.             00078000
             10 WS-APPLIED-CNT         PIC 9(05)   VALUE 0.             00079000
             10 WS-REJECTED-CNT        PIC 9(05)   VALUE 0.             00080000
             10 WS-SIGNED-CNT          PIC 9(05)   VALUE 0.             00081000
             10 WS-WITHDRAWN-CNT       PIC 9(05)   VALUE 0.             00082000
             10 WS-PAGE-CNT            PIC 9(05)   VALUE 0.             00083000
             10 WS-LINE-CNT            PIC 99      VALUE 70.            00084000
          05 REPORT-PARMS.                                              00085000
             10 WS-TRAN-FS             PIC XX     VALUE "00".           00086000
             10 WS-SIGNOFF-FS          PIC XX     VALUE "00".           00087000
          05 SIGNOFF-PARMS.                                             00088000
             10 WS-REJECT-SW           PIC X      VALUE "N".            00089000
                88 TRAN-REJECTED                  VALUE "Y".            00090000
             10 WS-REJECT-REASON       PIC X(24)  VALUE SPACES.         00091000
             10 WS-SO-FOUND-SW         PIC X      VALUE "N".            00092000
                88 SIGNOFF-ON-FILE                VALUE "Y".            00093000
             10 WS-RUN-DATE            PIC 9(8).                        00094000
             10 WS-SIGN-DATE           PIC 9(8).                        00095000
       01 H1-HEADING.                                                   00096000
          05 FILLER                    PIC X       VALUE SPACES.        00097000
          05 FILLER                    PIC X(35)   VALUE                00098000
              'INSTRUCTOR SIGN-OFF REGISTER       '.                    00099000
          05 FILLER                    PIC X(10)   VALUE SPACES.        00100000
          05 FILLER                    PIC X(9)    VALUE                00101000
              'RUN DATE:'.                                              00102000
          05 H1-CURR-MM                PIC XX.                          00103000
          05 FILLER                    PIC X       VALUE                00104000
              '/'.                                                      00105000
          05 H1-CURR-DD                PIC XX.                          00106000
          05 FILLER                    PIC X       VALUE                00107000
              '/'.                                                      00108000
          05 H1-CURR-YY                PIC XX.                          00109000
       01 H2-HEADING.                                                   00110000
          05 FILLER                    PIC X(53)   VALUE SPACES.        00111000
          05 FILLER                    PIC X(5)    VALUE                00112000
              'PAGE:'.                                                  00113000
          05 H2-PAGE-NUM               PIC 9(05).                       00114000
       01 H3-HEADING.                                                   00115000
          05 FILLER                    PIC X(2)    VALUE SPACES.        00116000
          05 FILLER                    PIC X(8)    VALUE                00117000
              'FUNCTION'.                                               00118000
          05 FILLER                    PIC X(9)    VALUE SPACES.        00119000
          05 FILLER                    PIC X(10)   VALUE                00120000
              'INSTRUCTOR'.                                             00121000
          05 FILLER                    PIC X(6)    VALUE SPACES.        00122000
          05 FILLER                    PIC X(4)    VALUE                00123000
              'SECT'.                                                   00124000
          05 FILLER                    PIC X(1)    VALUE SPACES.        00125000
          05 FILLER                    PIC X(4)    VALUE                00126000
              'TERM'.                                                   00127000
          05 FILLER                    PIC X(5)    VALUE SPACES.        00128000
          05 FILLER                    PIC X(6)    VALUE                00129000
              'SIGNED'.                                                 00130000
          05 FILLER                    PIC X(4)    VALUE SPACES.        00131000
          05 FILLER                    PIC X(6)    VALUE                00132000
              'STATUS'.                                                 00133000
          05 FILLER                    PIC X(28)   VALUE SPACES.        00134000
          05 FILLER                    PIC X(4)    VALUE                00135000
              'NOTE'.                                                   00136000
       01 R1-REGISTER-LINE.                                             00137000
           05 FILLER                   PIC XX      VALUE SPACES.        00138000
           05 R1-FUNC-DESC             PIC X(15).                       00139000
           05 FILLER                   PIC XX      VALUE SPACES.        00140000
           05 R1-INSTR                 PIC X(15).                       00141000
           05 FILLER                   PIC X       VALUE SPACES.        00142000
           05 R1-SECTION               PIC X(3).                        00143000
           05 FILLER                   PIC XX      VALUE SPACES.        00144000
           05 R1-TERM-ID               PIC X(8).                        00145000
           05 FILLER                   PIC X       VALUE SPACES.        00146000
           05 R1-SIGN-DATE             PIC X(8).                        00147000
           05 FILLER                   PIC XX      VALUE SPACES.        00148000
           05 R1-STATUS                PIC X(8).                        00149000
           05 FILLER                   PIC X       VALUE SPACES.        00150000
           05 R1-REASON                PIC X(24).                       00151000
           05 FILLER                   PIC X       VALUE SPACES.        00152000
           05 R1-NOTE                  PIC X(30).                       00153000
       01 T1-TOTAL-LINE.                                                00154000
           05 FILLER                   PIC XX      VALUE SPACES.        00155000
           05 T1-TOTAL-TEXT            PIC X(34).                       00156000
           05 FILLER                   PIC X       VALUE SPACES.        00157000
           05 T1-TOTAL-CNT             PIC ZZZZZZ9.                     00158000
       PROCEDURE DIVISION.                                              00159000
       MAIN-CONTROL.                                                    00160000
           PERFORM A-INITIAL.                                           00161000
           PERFORM B-CONTROL.                                           00162000
           PERFORM C-END.                                               00163000
       A-INITIAL.                                                       00164000
           MOVE FUNCTION CURRENT-DATE TO W1-CURRENT-DATE.               00165000
           MOVE W1-CURR-MONTH         TO H1-CURR-MM.                    00166000
           MOVE W1-CURR-DAY           TO H1-CURR-DD.                    00167000
           MOVE W1-CURR-YY            TO H1-CURR-YY.                    00168000
           MOVE W1-CURRENT-DATE       TO WS-RUN-DATE.                   00169000
           OPEN INPUT SGN-TRAN-FILE.                                    00170000
           IF WS-TRAN-FS NOT = "00"                                     00171000
               DISPLAY "Z13053P1 - NO SIGN-OFF TRANSACTIONS, "          00172000
                   "STATUS " WS-TRAN-FS                                 00173000
               MOVE 8 TO RETURN-CODE                                    00174000
               STOP RUN                                                 00175000
           END-IF.                                                      00176000
           PERFORM A-SIGNOFF-OPEN.                                      00177000
           OPEN OUTPUT SGN-RPT-FILE.                                    00178000
           READ SGN-TRAN-FILE                                           00179000
               AT END                                                   00180000
                   MOVE "Y" TO WS-TRAN-EOF                              00181000
           END-READ.                                                    00182000
      *    FILE STATUS 35 MEANS NO SIGN-OFF FILE EXISTS YET -- THE      00183000
      *    FIRST RUN CREATES IT EMPTY AND REOPENS FOR UPDATE, THE SAME  00184000
      *    WAY Z13033P1 CREATES THE MASTER.                             00185000
       A-SIGNOFF-OPEN.                                                  00186000
           OPEN I-O SIGNOFF-FILE.                                       00187000
           IF WS-SIGNOFF-FS = "35"                                      00188000
               OPEN OUTPUT SIGNOFF-FILE                                 00189000
               CLOSE SIGNOFF-FILE                                       00190000
               OPEN I-O SIGNOFF-FILE                                    00191000
           END-IF.                                                      00192000
           IF WS-SIGNOFF-FS NOT = "00"                                  00193000
               DISPLAY "Z13053P1 - SIGN-OFF FILE OPEN FAILED, "         00194000
                   "STATUS " WS-SIGNOFF-FS                              00195000
               MOVE 16 TO RETURN-CODE                                   00196000
               STOP RUN                                                 00197000
           END-IF.                                                      00198000
       B-CONTROL.                                                       00199000
           PERFORM B-TRAN UNTIL WS-TRAN-EOF = "Y".                      00200000
       B-TRAN.                                                          00201000
           ADD 1 TO WS-TRAN-CNT.                                        00202000
           MOVE "N"    TO WS-REJECT-SW.                                 00203000
           MOVE SPACES TO WS-REJECT-REASON.                             00204000
           MOVE 0      TO WS-SIGN-DATE.                                 00205000
           PERFORM B-TRAN-EDIT THRU B-TRAN-EDIT-EXIT.                   00206000
           IF NOT TRAN-REJECTED                                         00207000
               EVALUATE TRUE                                            00208000
                   WHEN SGT-SIGN                                        00209000
                       PERFORM B-APPLY-SIGN THRU B-APPLY-SIGN-EXIT      00210000
                   WHEN SGT-UNSIGN                                      00211000
                       PERFORM B-APPLY-UNSIGN THRU B-APPLY-UNSIGN-EXIT  00212000
               END-EVALUATE                                             00213000
           END-IF.                                                      00214000
           PERFORM Z-REGISTER-LINE.                                     00215000
           IF TRAN-REJECTED                                             00216000
               ADD 1 TO WS-REJECTED-CNT                                 00217000
           ELSE                                                         00218000
               ADD 1 TO WS-APPLIED-CNT                                  00219000
           END-IF.                                                      00220000
           READ SGN-TRAN-FILE                                           00221000
               AT END                                                   00222000
                   MOVE "Y" TO WS-TRAN-EOF                              00223000
           END-READ.                                                    00224000
      *    CARD-LEVEL EDITS COMMON TO BOTH FUNCTIONS -- THE FILE IS NOT 00225000
      *    TOUCHED UNTIL THE CARD ITSELF PROVES WELL-FORMED.  A CLASS   00226000
      *    KEYED WITH NO INSTRUCTOR CANNOT BE SIGNED OFF -- THE ROSTER  00227000
      *    HAS TO BE PUT RIGHT FIRST.                                   00228000
       B-TRAN-EDIT.                                                     00229000
           IF NOT SGT-SIGN AND NOT SGT-UNSIGN                           00230000
               MOVE "Y" TO WS-REJECT-SW                                 00231000
               MOVE "INVALID FUNCTION CODE" TO WS-REJECT-REASON         00232000
               GO TO B-TRAN-EDIT-EXIT.                                  00233000
           IF SGT-INSTR = SPACES                                        00234000
               MOVE "Y" TO WS-REJECT-SW                                 00235000
               MOVE "INSTRUCTOR MISSING" TO WS-REJECT-REASON            00236000
               GO TO B-TRAN-EDIT-EXIT.                                  00237000
           IF SGT-SECTION = SPACES                                      00238000
               MOVE "Y" TO WS-REJECT-SW                                 00239000
               MOVE "SECTION MISSING" TO WS-REJECT-REASON               00240000
               GO TO B-TRAN-EDIT-EXIT.                                  00241000
           IF SGT-TERM-ID = SPACES                                      00242000
               MOVE "Y" TO WS-REJECT-SW                                 00243000
               MOVE "TERM ID MISSING" TO WS-REJECT-REASON               00244000
               GO TO B-TRAN-EDIT-EXIT.                                  00245000
           IF SGT-SIGN                                                  00246000
               PERFORM B-EDIT-SIGN-DATE THRU B-EDIT-SIGN-DATE-EXIT.     00247000
       B-TRAN-EDIT-EXIT.                                                00248000
           EXIT.                                                        00249000
      *    A BLANK DATE TAKES THE RUN DATE.  A KEYED ONE MUST BE A      00250000
      *    REAL CALENDAR DATE NO LATER THAN TODAY.                      00251000
       B-EDIT-SIGN-DATE.                                                00252000
           IF SGT-SIGN-DATE = SPACES                                    00253000
               MOVE WS-RUN-DATE TO WS-SIGN-DATE                         00254000
               GO TO B-EDIT-SIGN-DATE-EXIT.                             00255000
           IF SGT-SIGN-DATE NOT NUMERIC                                 00256000
               MOVE "Y" TO WS-REJECT-SW                                 00257000
               MOVE "SIGNED DATE NOT NUMERIC" TO WS-REJECT-REASON       00258000
               GO TO B-EDIT-SIGN-DATE-EXIT.                             00259000
           MOVE SGT-SIGN-DATE TO WS-SIGN-DATE.                          00260000
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-SIGN-DATE) NOT = 0        00261000
               MOVE "Y" TO WS-REJECT-SW                                 00262000
               MOVE "SIGNED DATE INVALID" TO WS-REJECT-REASON           00263000
               GO TO B-EDIT-SIGN-DATE-EXIT.                             00264000
           IF WS-SIGN-DATE > WS-RUN-DATE                                00265000
               MOVE "Y" TO WS-REJECT-SW                                 00266000
               MOVE "SIGNED DATE IN FUTURE" TO WS-REJECT-REASON.        00267000
       B-EDIT-SIGN-DATE-EXIT.                                           00268000
           EXIT.                                                        00269000
       B-READ-SIGNOFF.                                                  00270000
           MOVE "N" TO WS-SO-FOUND-SW.                                  00271000
           MOVE SGT-INSTR   TO SO-INSTR.                                00272000
           MOVE SGT-SECTION TO SO-SECTION.                              00273000
           MOVE SGT-TERM-ID TO SO-TERM-ID.                              00274000
           READ SIGNOFF-FILE                                            00275000
               INVALID KEY                                              00276000
                   CONTINUE                                             00277000
               NOT INVALID KEY                                          00278000
                   MOVE "Y" TO WS-SO-FOUND-SW                           00279000
           END-READ.                                                    00280000
      *    SIGN -- A NEW SECTION IS ADDED; A WITHDRAWN ONE IS SIGNED    00281000
      *    OFF AGAIN.  A SECOND "S" CARD FOR A SECTION ALREADY SIGNED   00282000
      *    OFF IS A DUPLICATE AND IS REJECTED.                          00283000
       B-APPLY-SIGN.                                                    00284000
           PERFORM B-READ-SIGNOFF.                                      00285000
           IF SIGNOFF-ON-FILE AND SO-SIGNED                             00286000
               MOVE "Y" TO WS-REJECT-SW                                 00287000
               MOVE "SECTION ALREADY SIGNED" TO WS-REJECT-REASON        00288000
               GO TO B-APPLY-SIGN-EXIT.                                 00289000
           MOVE SPACES         TO SO-SIGNOFF-RECORD.                    00290000
           MOVE SGT-INSTR      TO SO-INSTR.                             00291000
           MOVE SGT-SECTION    TO SO-SECTION.                           00292000
           MOVE SGT-TERM-ID    TO SO-TERM-ID.                           00293000
           MOVE "S"            TO SO-STATUS.                            00294000
           MOVE WS-SIGN-DATE   TO SO-SIGN-DATE.                         00295000
           MOVE WS-RUN-DATE    TO SO-ACTION-DATE.                       00296000
           MOVE SGT-NOTE       TO SO-NOTE.                              00297000
           IF SIGNOFF-ON-FILE                                           00298000
               REWRITE SO-SIGNOFF-RECORD                                00299000
                   INVALID KEY                                          00300000
                       MOVE "Y" TO WS-REJECT-SW                         00301000
                       MOVE "REWRITE FAILED" TO WS-REJECT-REASON        00302000
               END-REWRITE                                              00303000
           ELSE                                                         00304000
               WRITE SO-SIGNOFF-RECORD                                  00305000
                   INVALID KEY                                          00306000
                       MOVE "Y" TO WS-REJECT-SW                         00307000
                       MOVE "WRITE FAILED" TO WS-REJECT-REASON          00308000
               END-WRITE                                                00309000
           END-IF.                                                      00310000
           IF NOT TRAN-REJECTED                                         00311000
               ADD 1 TO WS-SIGNED-CNT.                                  00312000
       B-APPLY-SIGN-EXIT.                                               00313000
           EXIT.                                                        00314000
      *    WITHDRAW -- ONLY A SIGN-OFF NOW IN FORCE.  THE SIGNED DATE   00315000
      *    STAYS ON THE RECORD AS THE HISTORY OF WHAT WAS WITHDRAWN.    00316000
       B-APPLY-UNSIGN.                                                  00317000
           PERFORM B-READ-SIGNOFF.                                      00318000
           IF NOT SIGNOFF-ON-FILE                                       00319000
               MOVE "Y" TO WS-REJECT-SW                                 00320000
               MOVE "SIGN-OFF NOT ON FILE" TO WS-REJECT-REASON          00321000
               GO TO B-APPLY-UNSIGN-EXIT.                               00322000
           IF NOT SO-SIGNED                                             00323000
               MOVE "Y" TO WS-REJECT-SW                                 00324000
               MOVE "SIGN-OFF ALREADY OFF" TO WS-REJECT-REASON          00325000
               GO TO B-APPLY-UNSIGN-EXIT.                               00326000
           MOVE "U"         TO SO-STATUS.                               00327000
           MOVE WS-RUN-DATE TO SO-ACTION-DATE.                          00328000
           IF SGT-NOTE NOT = SPACES                                     00329000
               MOVE SGT-NOTE TO SO-NOTE.                                00330000
           REWRITE SO-SIGNOFF-RECORD                                    00331000
               INVALID KEY                                              00332000
                   MOVE "Y" TO WS-REJECT-SW                             00333000
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON            00334000
           END-REWRITE.                                                 00335000
           IF NOT TRAN-REJECTED                                         00336000
               ADD 1 TO WS-WITHDRAWN-CNT.                               00337000
       B-APPLY-UNSIGN-EXIT.                                             00338000
           EXIT.                                                        00339000
       C-END.                                                           00340000
           PERFORM Z-TOTALS.                                            00341000
           CLOSE SGN-TRAN-FILE SIGNOFF-FILE SGN-RPT-FILE.               00342000
           DISPLAY "Z13053P1 - TRANSACTIONS READ:      " WS-TRAN-CNT.   00343000
           DISPLAY "Z13053P1 - TRANSACTIONS APPLIED:   "                00344000
               WS-APPLIED-CNT.                                          00345000
           DISPLAY "Z13053P1 - TRANSACTIONS REJECTED:  "                00346000
               WS-REJECTED-CNT.                                         00347000
      *    A RUN THAT REJECTED ANYTHING ENDS WITH CONDITION CODE 8      00348000
      *    SO THE SCHEDULER FLAGS THE REGISTER FOR THE OFFICE.          00349000
           IF WS-REJECTED-CNT > 0                                       00350000
               MOVE 8 TO RETURN-CODE.                                   00351000
           STOP RUN.                                                    00352000
       Z-HEADINGS.                                                      00353000
           ADD 1 TO WS-PAGE-CNT.                                        00354000
           MOVE WS-PAGE-CNT TO H2-PAGE-NUM.                             00355000
           WRITE SGN-REPORT-DETAILS FROM H1-HEADING                     00356000
               AFTER ADVANCING PAGE.                                    00357000
           WRITE SGN-REPORT-DETAILS FROM H2-HEADING.                    00358000
           WRITE SGN-REPORT-DETAILS FROM H3-HEADING                     00359000
               AFTER ADVANCING 2 LINES.                                 00360000
           MOVE 5 TO WS-LINE-CNT.                                       00361000
       Z-REGISTER-LINE.                                                 00362000
           IF WS-LINE-CNT > 65                                          00363000
               PERFORM Z-HEADINGS.                                      00364000
           EVALUATE TRUE                                                00365000
               WHEN SGT-SIGN                                            00366000
                   MOVE "SIGN OFF"       TO R1-FUNC-DESC                00367000
               WHEN SGT-UNSIGN                                          00368000
                   MOVE "WITHDRAW"       TO R1-FUNC-DESC                00369000
               WHEN OTHER                                               00370000
                   MOVE "INVALID"        TO R1-FUNC-DESC                00371000
           END-EVALUATE.                                                00372000
           MOVE SGT-INSTR      TO R1-INSTR.                             00373000
           MOVE SGT-SECTION    TO R1-SECTION.                           00374000
           MOVE SGT-TERM-ID    TO R1-TERM-ID.                           00375000
           IF WS-SIGN-DATE = 0                                          00376000
               MOVE SPACES       TO R1-SIGN-DATE                        00377000
           ELSE                                                         00378000
               MOVE WS-SIGN-DATE TO R1-SIGN-DATE                        00379000
           END-IF.                                                      00380000
           IF TRAN-REJECTED                                             00381000
               MOVE "REJECTED"        TO R1-STATUS                      00382000
               MOVE WS-REJECT-REASON  TO R1-REASON                      00383000
           ELSE                                                         00384000
               MOVE "APPLIED"         TO R1-STATUS                      00385000
               MOVE SPACES            TO R1-REASON                      00386000
           END-IF.                                                      00387000
           MOVE SGT-NOTE       TO R1-NOTE.                              00388000
           WRITE SGN-REPORT-DETAILS FROM R1-REGISTER-LINE.              00389000
           ADD 1 TO WS-LINE-CNT.                                        00390000
       Z-TOTALS.                                                        00391000
           IF WS-LINE-CNT > 60                                          00392000
               PERFORM Z-HEADINGS.                                      00393000
           MOVE "TRANSACTIONS READ"          TO T1-TOTAL-TEXT.          00394000
           MOVE WS-TRAN-CNT                  TO T1-TOTAL-CNT.           00395000
           WRITE SGN-REPORT-DETAILS FROM T1-TOTAL-LINE                  00396000
               AFTER ADVANCING 2 LINES.                                 00397000
           MOVE "TRANSACTIONS APPLIED"       TO T1-TOTAL-TEXT.          00398000
           MOVE WS-APPLIED-CNT               TO T1-TOTAL-CNT.           00399000
           WRITE SGN-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00400000
           MOVE "TRANSACTIONS REJECTED"      TO T1-TOTAL-TEXT.          00401000
           MOVE WS-REJECTED-CNT              TO T1-TOTAL-CNT.           00402000
           WRITE SGN-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00403000
           MOVE "SECTIONS SIGNED OFF"        TO T1-TOTAL-TEXT.          00404000
           MOVE WS-SIGNED-CNT                TO T1-TOTAL-CNT.           00405000
           WRITE SGN-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00406000
           MOVE "SIGN-OFFS WITHDRAWN"        TO T1-TOTAL-TEXT.          00407000
           MOVE WS-WITHDRAWN-CNT             TO T1-TOTAL-CNT.           00408000
           WRITE SGN-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00409000
