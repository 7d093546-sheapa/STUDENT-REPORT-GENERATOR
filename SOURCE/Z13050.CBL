       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID. Z13050P1.                                            00002000
      * WEEKLY GRADE APPEAL AGING REPORT.  READS THE KEYED DDGRDAPL     00003000
      * APPEAL FILE Z13049P1 MAINTAINS AND LISTS EVERY APPEAL STILL     00004000
      * OPEN OR UNDER REVIEW, OLDEST FIRST, WITH THE DAYS OUTSTANDING   00005000
      * SINCE INTAKE AND THE DAYS SINCE ITS LAST ACTION.  AN APPEAL     00006000
      * OUTSTANDING LONGER THAN THE DDAGEPRM LIMIT IS FLAGGED OVERDUE.  00007000
      * THE TOTALS BREAK THE OUTSTANDING APPEALS INTO AGE BANDS AND     00008000
      * COUNT THE DECIDED ONES STILL ON FILE.                           00009000
       ENVIRONMENT DIVISION.                                            00010000
       INPUT-OUTPUT SECTION.                                            00011000
       FILE-CONTROL.                                                    00012000
           SELECT AGE-PARM-FILE   ASSIGN TO DDAGEPRM                    00013000
               FILE STATUS IS WS-AGE-PARM-FS.                           00014000
           SELECT APPEAL-FILE     ASSIGN TO DDGRDAPL                    00015000
               ORGANIZATION IS INDEXED                                  00016000
               ACCESS MODE IS SEQUENTIAL                                00017000
               RECORD KEY IS APL-KEY                                    00018000
               FILE STATUS IS WS-APPEAL-FS.                             00019000
           SELECT AGE-SORT-FILE   ASSIGN TO DDAGEWRK.                   00020000
           SELECT AGE-RPT-FILE    ASSIGN TO DDAGERPT.                   00021000
       DATA DIVISION.                                                   00022000
       FILE SECTION.                                                    00023000
      *    OPTIONAL PARAMETER CARD -- A MISSING DD OR A BLANK FIELD     00024000
      *    LEAVES THE WS- DEFAULT IN PLACE.                             00025000
      *      OVERDUE-DAYS  DAYS AN APPEAL MAY STAY OUTSTANDING BEFORE   00026000
      *                    IT IS FLAGGED OVERDUE                        00027000
       FD  AGE-PARM-FILE                                                00028000
               RECORDING MODE IS F                                      00029000
               DATA RECORD IS AGE-PARM-RECORD.                          00030000
       01 AGE-PARM-RECORD.                                              00031000
           05 PARM-OVERDUE-DAYS       PIC 9(03).                        00032000
           05 FILLER                  PIC X(77).                        00033000
      *    ONE RECORD PER APPEAL, KEYED BY USERID, TERM, AND CLASS --   00034000
      *    LAYOUT MUST STAY IN STEP WITH APL-APPEAL-RECORD IN Z13049P1. 00035000
       FD  APPEAL-FILE                                                  00036000
               DATA RECORD IS APL-APPEAL-RECORD.                        00037000
       01 APL-APPEAL-RECORD.                                            00038000
           05 APL-KEY.                                                  00039000
               10 APL-USERID           PIC X(6).                        00040000
               10 APL-TERM-ID          PIC X(8).                        00041000
               10 APL-CLASS-NAME       PIC X(20).                       00042000
           05 APL-STATUS               PIC X.                           00043000
              88 APL-OPEN                        VALUE "O".             00044000
              88 APL-UNDER-REVIEW                VALUE "R".             00045000
              88 APL-GRANTED                     VALUE "G".             00046000
              88 APL-DENIED                      VALUE "D".             00047000
              88 APL-OUTSTANDING                 VALUE "O" "R".         00048000
           05 APL-OPEN-DATE            PIC 9(8).                        00049000
           05 APL-ACTION-DATE          PIC 9(8).                        00050000
           05 APL-OLD-PERC             PIC X(3).                        00051000
           05 APL-NEW-PERC             PIC X(3).                        00052000
           05 APL-NOTE                 PIC X(30).                       00053000
           05 APL-CORR-DATE            PIC X(8).                        00054000
           05 FILLER                   PIC X(5).                        00055000
      *    ONE RELEASED RECORD PER OUTSTANDING APPEAL -- SORTED SO THE  00056000
      *    OLDEST PRINTS FIRST.                                         00057000
       SD  AGE-SORT-FILE                                                00058000
               DATA RECORD IS AR-SORT-RECORD.                           00059000
       01 AR-SORT-RECORD.                                               00060000
           05 AR-DAYS                  PIC 9(05).                       00061000
           05 AR-IDLE-DAYS             PIC 9(05).                       00062000
           05 AR-USERID                PIC X(6).                        00063000
           05 AR-TERM-ID               PIC X(8).                        00064000
           05 AR-CLASS-NAME            PIC X(20).                       00065000
           05 AR-STATUS                PIC X.                           00066000
              88 AR-UNDER-REVIEW                 VALUE "R".             00067000
           05 AR-OPEN-DATE             PIC 9(8).                        00068000
           05 AR-ACTION-DATE           PIC 9(8).                        00069000
           05 AR-OLD-PERC              PIC X(3).                        00070000
           05 AR-NOTE                  PIC X(30).                       00071000
       FD  AGE-RPT-FILE                                                 00072000
               RECORDING MODE IS F                                      00073000
               DATA RECORD IS AGE-REPORT-DETAILS.                       00074000
       01 AGE-REPORT-DETAILS           PIC X(133).                      00075000
       WORKING-STORAGE SECTION.                                         00076000
       01 MISC.                                                         00077000
          05 W1-CURRENT-DATE.                                           00078000
             10 W1-CURR-YEAR.                                           00079000
                15 W1-CURR-CC          PIC XX.                          00080000
                15 W1-CURR-YY          PIC XX.                          00081000
             10 W1-CURR-MONTH          PIC XX.                          00082000
             10 W1-CURR-DAY            PIC XX.                          00083000
          05 COUNTERS-SUBSCRIPTS.                                       00084000
             10 WS-APPEAL-EOF          PIC X       VALUE "N".           00085000
             10 WS-AGE-RET-EOF         PIC X       VALUE "N".           00086000
             10 WS-APPEAL-READ-CNT     PIC 9(05)   VALUE 0.             00087000
             10 WS-OUTSTANDING-CNT     PIC 9(05)   VALUE 0.             00088000
             10 WS-OPEN-CNT            PIC 9(05)   VALUE 0.             00089000
             10 WS-REVIEW-CNT          PIC 9(05)   VALUE 0.             00090000
             10 WS-OVERDUE-CNT         PIC 9(05)   VALUE 0.             00091000
             10 WS-GRANTED-CNT         PIC 9(05)   VALUE 0.             00092000
             10 WS-DENIED-CNT          PIC 9(05)   VALUE 0.             00093000
             10 WS-BAND-1-CNT          PIC 9(05)   VALUE 0.             00094000
             10 WS-BAND-2-CNT          PIC 9(05)   VALUE 0.             00095000
             10 WS-BAND-3-CNT          PIC 9(05)   VALUE 0.             00096000
             10 WS-BAND-4-CNT          PIC 9(05)   VALUE 0.             00097000
             10 WS-PAGE-CNT            PIC 9(05)   VALUE 0.             00098000
             10 WS-LINE-CNT            PIC 99      VALUE 70.            00099000
          05 AGING-PARMS.                                               00100000
             10 WS-AGE-PARM-FS         PIC XX     VALUE "00".           00101000
             10 WS-APPEAL-FS           PIC XX     VALUE "00".           00102000
             10 WS-OVERDUE-DAYS        PIC 9(03)  VALUE 30.             00103000
             10 WS-RUN-DATE            PIC 9(8).                        00104000
             10 WS-RUN-DAY-NUM         PIC 9(07).                       00105000
             10 WS-DATE-DAY-NUM        PIC 9(07).                       00106000
       01 H1-HEADING.                                                   00107000
          05 FILLER                    PIC X       VALUE SPACES.        00108000
          05 FILLER                    PIC X(35)   VALUE                00109000
              'GRADE APPEAL AGING REPORT          '.                    00110000
          05 FILLER                    PIC X(10)   VALUE SPACES.        00111000
          05 FILLER                    PIC X(9)    VALUE                00112000
              'RUN DATE:'.                                              00113000
          05 H1-CURR-MM                PIC XX.                          00114000
          05 FILLER                    PIC X       VALUE                00115000
              '/'.                                                      00116000
          05 H1-CURR-DD                PIC XX.                          00117000
          05 FILLER                    PIC X       VALUE                00118000
              '/'.                                                      00119000
          05 H1-CURR-YY                PIC XX.                          00120000
       01 H2-HEADING.                                                   00121000
          05 FILLER                    PIC X(53)   VALUE SPACES.        00122000
          05 FILLER                    PIC X(5)    VALUE                00123000
              'PAGE:'.                                                  00124000
          05 H2-PAGE-NUM               PIC 9(05).                       00125000
       01 H3-HEADING.                                                   00126000
          05 FILLER                    PIC X(2)    VALUE SPACES.        00127000
          05 FILLER                    PIC X(2)    VALUE                00128000
              'ID'.                                                     00129000
          05 FILLER                    PIC X(5)    VALUE SPACES.        00130000
          05 FILLER                    PIC X(4)    VALUE                00131000
              'TERM'.                                                   00132000
          05 FILLER                    PIC X(5)    VALUE SPACES.        00133000
          05 FILLER                    PIC X(5)    VALUE                00134000
              'CLASS'.                                                  00135000
          05 FILLER                    PIC X(16)   VALUE SPACES.        00136000
          05 FILLER                    PIC X(6)    VALUE                00137000
              'STATUS'.                                                 00138000
          05 FILLER                    PIC X(7)    VALUE SPACES.        00139000
          05 FILLER                    PIC X(6)    VALUE                00140000
              'OPENED'.                                                 00141000
          05 FILLER                    PIC X(3)    VALUE SPACES.        00142000
          05 FILLER                    PIC X(8)    VALUE                00143000
              'LAST ACT'.                                               00144000
          05 FILLER                    PIC X(2)    VALUE SPACES.        00145000
          05 FILLER                    PIC X(4)    VALUE                00146000
              'DAYS'.                                                   00147000
          05 FILLER                    PIC X(2)    VALUE SPACES.        00148000
          05 FILLER                    PIC X(4)    VALUE                00149000
              'IDLE'.                                                   00150000
          05 FILLER                    PIC X(2)    VALUE SPACES.        00151000
          05 FILLER                    PIC X(3)    VALUE                00152000
              'GRD'.                                                    00153000
          05 FILLER                    PIC X(11)   VALUE SPACES.        00154000
          05 FILLER                    PIC X(4)    VALUE                00155000
              'NOTE'.                                                   00156000
       01 D1-AGE-LINE.                                                  00157000
           05 FILLER                   PIC XX      VALUE SPACES.        00158000
           05 D1-USERID                PIC X(6).                        00159000
           05 FILLER                   PIC X       VALUE SPACES.        00160000
           05 D1-TERM-ID               PIC X(8).                        00161000
           05 FILLER                   PIC X       VALUE SPACES.        00162000
           05 D1-CLASS-NAME            PIC X(20).                       00163000
           05 FILLER                   PIC X       VALUE SPACES.        00164000
           05 D1-STATUS                PIC X(12).                       00165000
           05 FILLER                   PIC X       VALUE SPACES.        00166000
           05 D1-OPEN-DATE             PIC X(8).                        00167000
           05 FILLER                   PIC X       VALUE SPACES.        00168000
           05 D1-ACTION-DATE           PIC X(8).                        00169000
           05 FILLER                   PIC X       VALUE SPACES.        00170000
           05 D1-DAYS                  PIC ZZZZ9.                       00171000
           05 FILLER                   PIC X       VALUE SPACES.        00172000
           05 D1-IDLE-DAYS             PIC ZZZZ9.                       00173000
           05 FILLER                   PIC XX      VALUE SPACES.        00174000
           05 D1-OLD-PERC              PIC X(3).                        00175000
           05 FILLER                   PIC X       VALUE SPACES.        00176000
           05 D1-FLAG                  PIC X(9).                        00177000
           05 FILLER                   PIC X       VALUE SPACES.        00178000
           05 D1-NOTE                  PIC X(30).                       00179000
       01 T1-TOTAL-LINE.                                                00180000
           05 FILLER                   PIC XX      VALUE SPACES.        00181000
           05 T1-TOTAL-TEXT            PIC X(34).                       00182000
           05 FILLER                   PIC X       VALUE SPACES.        00183000
           05 T1-TOTAL-CNT             PIC ZZZZZZ9.                     00184000
       PROCEDURE DIVISION.                                              00185000
       MAIN-CONTROL.                                                    00186000
           PERFORM A-INITIAL.                                           00187000
           PERFORM D-AGE-SORT.                                          00188000
           PERFORM C-END.                                               00189000
       A-INITIAL.                                                       00190000
           MOVE FUNCTION CURRENT-DATE TO W1-CURRENT-DATE.               00191000
           MOVE W1-CURR-MONTH         TO H1-CURR-MM.                    00192000
           MOVE W1-CURR-DAY           TO H1-CURR-DD.                    00193000
           MOVE W1-CURR-YY            TO H1-CURR-YY.                    00194000
           MOVE W1-CURRENT-DATE       TO WS-RUN-DATE.                   00195000
           COMPUTE WS-RUN-DAY-NUM =                                     00196000
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).                  00197000
           PERFORM A-PARM-READ.                                         00198000
      *    NO APPEAL FILE MEANS Z13049P1 HAS NEVER RUN -- NOTHING TO    00199000
      *    AGE, AND THE SCHEDULER SHOULD SAY SO.                        00200000
           OPEN INPUT APPEAL-FILE.                                      00201000
           IF WS-APPEAL-FS NOT = "00"                                   00202000
               DISPLAY "Z13050P1 - NO APPEAL FILE, STATUS "             00203000
                   WS-APPEAL-FS                                         00204000
               MOVE 8 TO RETURN-CODE                                    00205000
               STOP RUN                                                 00206000
           END-IF.                                                      00207000
           OPEN OUTPUT AGE-RPT-FILE.                                    00208000
       A-PARM-READ.                                                     00209000
           OPEN INPUT AGE-PARM-FILE.                                    00210000
           IF WS-AGE-PARM-FS = "00"                                     00211000
               READ AGE-PARM-FILE                                       00212000
                   AT END                                               00213000
                       CONTINUE                                         00214000
               END-READ                                                 00215000
               IF PARM-OVERDUE-DAYS NUMERIC                             00216000
                       AND PARM-OVERDUE-DAYS > 0                        00217000
                   MOVE PARM-OVERDUE-DAYS TO WS-OVERDUE-DAYS            00218000
               END-IF                                                   00219000
               CLOSE AGE-PARM-FILE                                      00220000
           END-IF.                                                      00221000
       D-AGE-SORT.                                                      00222000
           SORT AGE-SORT-FILE                                           00223000
               ON DESCENDING KEY AR-DAYS                                00224000
               ON ASCENDING KEY AR-USERID AR-TERM-ID AR-CLASS-NAME      00225000
               INPUT PROCEDURE D-AGE-SCAN-IN                            00226000
               OUTPUT PROCEDURE D-AGE-PRINT-OUT.                        00227000
       D-AGE-SCAN-IN.                                                   00228000
           PERFORM D-AGE-SCAN-ONE THRU D-AGE-SCAN-ONE-EXIT              00229000
               UNTIL WS-APPEAL-EOF = "Y".                               00230000
      *    DECIDED APPEALS ARE COUNTED AND PASSED OVER -- ONLY THE      00231000
      *    OUTSTANDING ONES AGE.                                        00232000
       D-AGE-SCAN-ONE.                                                  00233000
           READ APPEAL-FILE NEXT RECORD                                 00234000
               AT END                                                   00235000
                   MOVE "Y" TO WS-APPEAL-EOF                            00236000
                   GO TO D-AGE-SCAN-ONE-EXIT                            00237000
           END-READ.                                                    00238000
           ADD 1 TO WS-APPEAL-READ-CNT.                                 00239000
           IF APL-GRANTED                                               00240000
               ADD 1 TO WS-GRANTED-CNT.                                 00241000
           IF APL-DENIED                                                00242000
               ADD 1 TO WS-DENIED-CNT.                                  00243000
           IF NOT APL-OUTSTANDING                                       00244000
               GO TO D-AGE-SCAN-ONE-EXIT.                               00245000
           ADD 1 TO WS-OUTSTANDING-CNT.                                 00246000
           IF APL-UNDER-REVIEW                                          00247000
               ADD 1 TO WS-REVIEW-CNT                                   00248000
           ELSE                                                         00249000
               ADD 1 TO WS-OPEN-CNT                                     00250000
           END-IF.                                                      00251000
           MOVE APL-USERID      TO AR-USERID.                           00252000
           MOVE APL-TERM-ID     TO AR-TERM-ID.                          00253000
           MOVE APL-CLASS-NAME  TO AR-CLASS-NAME.                       00254000
           MOVE APL-STATUS      TO AR-STATUS.                           00255000
           MOVE APL-OPEN-DATE   TO AR-OPEN-DATE.                        00256000
           MOVE APL-ACTION-DATE TO AR-ACTION-DATE.                      00257000
           MOVE APL-OLD-PERC    TO AR-OLD-PERC.                         00258000
           MOVE APL-NOTE        TO AR-NOTE.                             00259000
           COMPUTE WS-DATE-DAY-NUM =                                    00260000
               FUNCTION INTEGER-OF-DATE (APL-OPEN-DATE).                00261000
           COMPUTE AR-DAYS = WS-RUN-DAY-NUM - WS-DATE-DAY-NUM.          00262000
           COMPUTE WS-DATE-DAY-NUM =                                    00263000
               FUNCTION INTEGER-OF-DATE (APL-ACTION-DATE).              00264000
           COMPUTE AR-IDLE-DAYS = WS-RUN-DAY-NUM - WS-DATE-DAY-NUM.     00265000
           EVALUATE TRUE                                                00266000
               WHEN AR-DAYS < 8                                         00267000
                   ADD 1 TO WS-BAND-1-CNT                               00268000
               WHEN AR-DAYS < 15                                        00269000
                   ADD 1 TO WS-BAND-2-CNT                               00270000
               WHEN AR-DAYS < 31                                        00271000
                   ADD 1 TO WS-BAND-3-CNT                               00272000
               WHEN OTHER                                               00273000
                   ADD 1 TO WS-BAND-4-CNT                               00274000
           END-EVALUATE.                                                00275000
           RELEASE AR-SORT-RECORD.                                      00276000
       D-AGE-SCAN-ONE-EXIT.                                             00277000
           EXIT.                                                        00278000
       D-AGE-PRINT-OUT.                                                 00279000
           PERFORM D-AGE-PRINT-ONE THRU D-AGE-PRINT-ONE-EXIT            00280000
               UNTIL WS-AGE-RET-EOF = "Y".                              00281000
       D-AGE-PRINT-ONE.                                                 00282000
           RETURN AGE-SORT-FILE                                         00283000
               AT END                                                   00284000
                   MOVE "Y" TO WS-AGE-RET-EOF                           00285000
                   GO TO D-AGE-PRINT-ONE-EXIT                           00286000
           END-RETURN.                                                  00287000
           PERFORM Z-AGE-LINE.                                          00288000
       D-AGE-PRINT-ONE-EXIT.                                            00289000
           EXIT.                                                        00290000
       C-END.                                                           00291000
           PERFORM Z-TOTALS.                                            00292000
           CLOSE APPEAL-FILE AGE-RPT-FILE.                              00293000
           DISPLAY "Z13050P1 - APPEALS READ:           "                00294000
               WS-APPEAL-READ-CNT.                                      00295000
           DISPLAY "Z13050P1 - APPEALS OUTSTANDING:    "                00296000
               WS-OUTSTANDING-CNT.                                      00297000
           DISPLAY "Z13050P1 - APPEALS OVERDUE:        "                00298000
               WS-OVERDUE-CNT.                                          00299000
           STOP RUN.                                                    00300000
       Z-HEADINGS.                                                      00301000
           ADD 1 TO WS-PAGE-CNT.                                        00302000
           MOVE WS-PAGE-CNT TO H2-PAGE-NUM.                             00303000
           WRITE AGE-REPORT-DETAILS FROM H1-HEADING                     00304000
               AFTER ADVANCING PAGE.                                    00305000
           WRITE AGE-REPORT-DETAILS FROM H2-HEADING.                    00306000
           WRITE AGE-REPORT-DETAILS FROM H3-HEADING                     00307000
               AFTER ADVANCING 2 LINES.                                 00308000
           MOVE 5 TO WS-LINE-CNT.                                       00309000
       Z-AGE-LINE.                                                      00310000
           IF WS-LINE-CNT > 65                                          00311000
               PERFORM Z-HEADINGS.                                      00312000
           MOVE SPACES         TO D1-FLAG.                              00313000
           MOVE AR-USERID      TO D1-USERID.                            00314000
           MOVE AR-TERM-ID     TO D1-TERM-ID.                           00315000
           MOVE AR-CLASS-NAME  TO D1-CLASS-NAME.                        00316000
           IF AR-UNDER-REVIEW                                           00317000
               MOVE "UNDER REVIEW" TO D1-STATUS                         00318000
           ELSE                                                         00319000
               MOVE "OPEN"         TO D1-STATUS                         00320000
           END-IF.                                                      00321000
           MOVE AR-OPEN-DATE   TO D1-OPEN-DATE.                         00322000
           MOVE AR-ACTION-DATE TO D1-ACTION-DATE.                       00323000
           MOVE AR-DAYS        TO D1-DAYS.                              00324000
           MOVE AR-IDLE-DAYS   TO D1-IDLE-DAYS.                         00325000
           MOVE AR-OLD-PERC    TO D1-OLD-PERC.                          00326000
           MOVE AR-NOTE        TO D1-NOTE.                              00327000
           IF AR-DAYS > WS-OVERDUE-DAYS                                 00328000
               MOVE "*OVERDUE*" TO D1-FLAG                              00329000
               ADD 1 TO WS-OVERDUE-CNT.                                 00330000
           WRITE AGE-REPORT-DETAILS FROM D1-AGE-LINE.                   00331000
           ADD 1 TO WS-LINE-CNT.                                        00332000
       Z-TOTALS.                                                        00333000
           IF WS-LINE-CNT > 52                                          00334000
               PERFORM Z-HEADINGS.                                      00335000
           MOVE "APPEALS ON FILE"            TO T1-TOTAL-TEXT.          00336000
           MOVE WS-APPEAL-READ-CNT           TO T1-TOTAL-CNT.           00337000
           WRITE AGE-REPORT-DETAILS FROM T1-TOTAL-LINE                  00338000
               AFTER ADVANCING 2 LINES.                                 00339000
           MOVE "APPEALS OUTSTANDING"        TO T1-TOTAL-TEXT.          00340000
           MOVE WS-OUTSTANDING-CNT           TO T1-TOTAL-CNT.           00341000
           WRITE AGE-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00342000
           MOVE "  OPEN"                     TO T1-TOTAL-TEXT.          00343000
           MOVE WS-OPEN-CNT                  TO T1-TOTAL-CNT.           00344000
           WRITE AGE-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00345000
           MOVE "  UNDER REVIEW"             TO T1-TOTAL-TEXT.          00346000
           MOVE WS-REVIEW-CNT                TO T1-TOTAL-CNT.           00347000
           WRITE AGE-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00348000
           MOVE "  OUTSTANDING 0-7 DAYS"     TO T1-TOTAL-TEXT.          00349000
           MOVE WS-BAND-1-CNT                TO T1-TOTAL-CNT.           00350000
           WRITE AGE-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00351000
           MOVE "  OUTSTANDING 8-14 DAYS"    TO T1-TOTAL-TEXT.          00352000
           MOVE WS-BAND-2-CNT                TO T1-TOTAL-CNT.           00353000
           WRITE AGE-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00354000
           MOVE "  OUTSTANDING 15-30 DAYS"   TO T1-TOTAL-TEXT.          00355000
           MOVE WS-BAND-3-CNT                TO T1-TOTAL-CNT.           00356000
           WRITE AGE-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00357000
           MOVE "  OUTSTANDING OVER 30 DAYS" TO T1-TOTAL-TEXT.          00358000
           MOVE WS-BAND-4-CNT                TO T1-TOTAL-CNT.           00359000
           WRITE AGE-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00360000
           MOVE "APPEALS OVERDUE"            TO T1-TOTAL-TEXT.          00361000
           MOVE WS-OVERDUE-CNT               TO T1-TOTAL-CNT.           00362000
           WRITE AGE-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00363000
           MOVE "APPEALS GRANTED ON FILE"    TO T1-TOTAL-TEXT.          00364000
           MOVE WS-GRANTED-CNT               TO T1-TOTAL-CNT.           00365000
           WRITE AGE-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00366000
           MOVE "APPEALS DENIED ON FILE"     TO T1-TOTAL-TEXT.          00367000
           MOVE WS-DENIED-CNT                TO T1-TOTAL-CNT.           00368000
           WRITE AGE-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00369000
