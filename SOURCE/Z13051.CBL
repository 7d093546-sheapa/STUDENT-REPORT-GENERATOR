       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID. Z13051P1.                                            00002000
      * NIGHTLY OPERATIONS STATUS PAGE.  RUNS AT THE END OF THE NIGHTLY 00003000
      * STREAM AND READS THE SHARED DDRUNCTL RUN-CONTROL FILE AND THE   00004000
      * DDAUDIT TRAIL Z13032P3 APPENDS, AND PRINTS ONE PAGE FOR THE     00005000
      * NIGHT.  EACH EXPECTED STEP -- Z13035P1, Z13037P1, Z13032P3,     00006000
      * Z13033P1 -- SHOWS AS COMPLETED, OUT OF BALANCE, OVERRIDDEN, OR  00007000
      * MISSING, WITH ITS IN AND OUT COUNTS FROM THE NEWEST RUN.  THE   00008000
      * NIGHT'S AUDIT RECORD IS THEN SET AGAINST THE PRIOR NIGHTS ON    00009000
      * THE TRAIL, AND A REJECT RATE SPIKE, A SHARP DROP IN THE         00010000
      * ACCEPTED COUNT, OR A RESTART TAKEN IS FLAGGED AS AN ANOMALY --  00011000
      * SO A QUIETLY SHORT RUN IS CAUGHT THE NEXT MORNING, NOT BY THE   00012000
      * OFFICE A WEEK LATER.  ANY STEP MISSING OR OUT OF BALANCE, OR    00013000
      * ANY ANOMALY, ENDS THE RUN WITH CONDITION CODE 8.                00014000
       ENVIRONMENT DIVISION.                                            00015000
       INPUT-OUTPUT SECTION.                                            00016000
       FILE-CONTROL.                                                    00017000
           SELECT OPS-PARM-FILE     ASSIGN TO DDOPSPRM                  00018000
               FILE STATUS IS WS-OPS-PARM-FS.                           00019000
           SELECT RUN-CONTROL-FILE  ASSIGN TO DDRUNCTL                  00020000
               FILE STATUS IS WS-RUNCTL-FS.                             00021000
           SELECT AUDIT-FILE        ASSIGN TO DDAUDIT                   00022000
               FILE STATUS IS WS-AUDIT-FS.                              00023000
           SELECT OPS-RPT-FILE      ASSIGN TO DDOPSRPT.                 00024000
       DATA DIVISION.                                                   00025000
       FILE SECTION.                                                    00026000
      *    OPTIONAL PARAMETER CARD -- A MISSING DD OR A BLANK FIELD     00027000
      *    LEAVES THE CORRESPONDING WS- DEFAULT IN PLACE.               00028000
      *      NIGHT-DATE    YYYYMMDD OF THE NIGHT TO REPORT -- DEFAULTS  00029000
      *                    TO THE RUN DATE; KEYED TO REPRINT A PAGE     00030000
      *      HIST-RUNS     PRIOR NIGHTS THE ANOMALY CHECKS AVERAGE      00031000
      *      REJECT-POINTS POINTS THE REJECT RATE MAY RISE OVER THE     00032000
      *                    PRIOR AVERAGE BEFORE IT IS A SPIKE           00033000
      *      ACCEPT-DROP   PERCENT THE ACCEPTED COUNT MAY FALL BELOW    00034000
      *                    THE PRIOR AVERAGE BEFORE IT IS A DROP        00035000
       FD  OPS-PARM-FILE                                                00036000
               RECORDING MODE IS F                                      00037000
               DATA RECORD IS OPS-PARM-RECORD.                          00038000
       01 OPS-PARM-RECORD.                                              00039000
           05 PARM-NIGHT-DATE         PIC X(8).                         00040000
           05 PARM-HIST-RUNS          PIC 9(02).                        00041000
           05 PARM-REJECT-POINTS      PIC 9(02).                        00042000
           05 PARM-ACCEPT-DROP        PIC 9(02).                        00043000
           05 FILLER                  PIC X(66).                        00044000
      *    SHARED RUN-CONTROL FILE FOR THE NIGHTLY STREAM -- LAYOUT     00045000
      *    MUST STAY IN STEP WITH RUN-CONTROL-RECORD IN Z13035P1,       00046000
      *    Z13037P1, Z13032P3, AND Z13033P1.                            00047000
       FD  RUN-CONTROL-FILE                                             00048000
               RECORDING MODE IS F                                      00049000
               DATA RECORD IS RUN-CONTROL-RECORD.                       00050000
       01 RUN-CONTROL-RECORD.                                           00051000
           05 RC-PROGRAM-ID           PIC X(8).                         00052000
           05 RC-RUN-DATE             PIC X(8).                         00053000
           05 RC-IN-CNT               PIC 9(07).                        00054000
           05 RC-OUT-CNT              PIC 9(07).                        00055000
           05 RC-BALANCE-SW           PIC X.                            00056000
           05 RC-COMPLETE-SW          PIC X.                            00057000
           05 RC-OVERRIDE-SW          PIC X.                            00058000
           05 FILLER                  PIC X(47).                        00059000
      *    Z13032P3'S AUDIT TRAIL, ONE RECORD PER RUN, RERUNS AND       00060000
      *    RESTARTS INCLUDED -- LAYOUT MUST STAY IN STEP WITH           00061000
      *    AUDIT-RECORD THERE.                                          00062000
       FD  AUDIT-FILE                                                   00063000
               RECORDING MODE IS F                                      00064000
               DATA RECORD IS AUDIT-RECORD.                             00065000
       01 AUDIT-RECORD.                                                 00066000
           05 AUD-RUN-DATE.                                             00067000
               10 AUD-RUN-MM          PIC XX.                           00068000
               10 AUD-RUN-DD          PIC XX.                           00069000
               10 AUD-RUN-YY          PIC XX.                           00070000
           05 AUD-RUN-TIME            PIC X(6).                         00071000
           05 AUD-RAW-REC-CNT         PIC 9(07).                        00072000
           05 AUD-ACCEPT-CNT          PIC 9(05).                        00073000
           05 AUD-REJECT-CNT          PIC 9(05).                        00074000
           05 AUD-FAIL-CNT            PIC 9(05).                        00075000
           05 AUD-HONOR-CNT           PIC 9(05).                        00076000
           05 AUD-CSV-CNT             PIC 9(05).                        00077000
           05 AUD-CKPT-CNT            PIC 9(05).                        00078000
           05 AUD-COND-CODE           PIC 9(02).                        00079000
           05 AUD-BALANCE-SW          PIC X.                            00080000
              88 AUD-RUN-IN-BALANCE             VALUE "Y".              00081000
           05 AUD-RESTART-SW          PIC X.                            00082000
              88 AUD-RUN-RESTARTED              VALUE "Y".              00083000
           05 AUD-LETTER-CNT          PIC 9(05).                        00084000
           05 AUD-NOADDR-CNT          PIC 9(05).                        00085000
           05 AUD-STALE-CNT           PIC 9(05).                        00086000
           05 AUD-WITHDRAW-CNT        PIC 9(05).                        00087000
           05 AUD-INCOMP-CNT          PIC 9(05).                        00088000
       FD  OPS-RPT-FILE                                                 00089000
               RECORDING MODE IS F                                      00090000
               DATA RECORD IS OPS-REPORT-DETAILS.                       00091000
       01 OPS-REPORT-DETAILS           PIC X(133).                      00092000
       WORKING-STORAGE SECTION.                                         00093000
       01 MISC.                                                         00094000
          05 W1-CURRENT-DATE.                                           00095000
             10 W1-CURR-YEAR.                                           00096000
                15 W1-CURR-CC          PIC XX.                          00097000
                15 W1-CURR-YY          PIC XX.                          00098000
             10 W1-CURR-MONTH          PIC XX.                          00099000
             10 W1-CURR-DAY            PIC XX.                          00100000
          05 COUNTERS-SUBSCRIPTS.                                       00101000
             10 WS-RUNCTL-EOF          PIC X       VALUE "N".           00102000
             10 WS-AUDIT-EOF           PIC X       VALUE "N".           00103000
             10 WS-RUNCTL-READ-CNT     PIC 9(05)   VALUE 0.             00104000
             10 WS-AUDIT-READ-CNT      PIC 9(05)   VALUE 0.             00105000
             10 WS-ATTENTION-CNT       PIC 9(03)   VALUE 0.             00106000
             10 WS-ANOMALY-CNT         PIC 9(03)   VALUE 0.             00107000
             10 WS-PAGE-CNT            PIC 9(05)   VALUE 0.             00108000
             10 WS-LINE-CNT            PIC 99      VALUE 70.            00109000
             10 WS-STEP-SUB            PIC 9(02).                       00110000
             10 WS-HST-SUB             PIC 9(03).                       00111000
             10 WS-HST-FIRST           PIC 9(03).                       00112000
          05 OPS-PARMS.                                                 00113000
             10 WS-OPS-PARM-FS         PIC XX     VALUE "00".           00114000
             10 WS-RUNCTL-FS           PIC XX     VALUE "00".           00115000
             10 WS-AUDIT-FS            PIC XX     VALUE "00".           00116000
             10 WS-HIST-RUNS           PIC 9(02)  VALUE 5.              00117000
             10 WS-REJECT-POINTS       PIC 9(02)  VALUE 5.              00118000
             10 WS-ACCEPT-DROP         PIC 9(02)  VALUE 20.             00119000
             10 WS-RUNCTL-AVAIL-SW     PIC X      VALUE "N".            00120000
                88 RUNCTL-AVAILABLE               VALUE "Y".            00121000
             10 WS-AUDIT-AVAIL-SW      PIC X      VALUE "N".            00122000
                88 AUDIT-AVAILABLE                VALUE "Y".            00123000
      *    THE NIGHT BEING REPORTED, AND THE SAME DATE IN THE MMDDYY    00124000
      *    FORM THE AUDIT TRAIL CARRIES.                                00125000
             10 WS-NIGHT-DATE.                                          00126000
                15 WS-NIGHT-CC         PIC XX.                          00127000
                15 WS-NIGHT-YY         PIC XX.                          00128000
                15 WS-NIGHT-MM         PIC XX.                          00129000
                15 WS-NIGHT-DD         PIC XX.                          00130000
             10 WS-NIGHT-AUD-DATE.                                      00131000
                15 WS-NIGHT-AUD-MM     PIC XX.                          00132000
                15 WS-NIGHT-AUD-DD     PIC XX.                          00133000
                15 WS-NIGHT-AUD-YY     PIC XX.                          00134000
          05 AUDIT-CHECK-PARMS.                                         00135000
      *    ONCE THE NIGHT'S OWN RECORDS HAVE GONE BY, A RECORD FOR ANY  00136000
      *    OTHER DATE BELONGS TO A LATER NIGHT AND IS NOT PRIOR HISTORY.00137000
             10 WS-PAST-NIGHT-SW       PIC X      VALUE "N".            00138000
                88 PAST-THE-NIGHT                 VALUE "Y".            00139000
             10 WS-NIGHT-RUN-CNT       PIC 9(03)  VALUE 0.              00140000
             10 WS-NIGHT-RESTART-CNT   PIC 9(03)  VALUE 0.              00141000
             10 WS-NIGHT-RAW           PIC 9(07)  VALUE 0.              00142000
             10 WS-NIGHT-ACCEPT        PIC 9(05)  VALUE 0.              00143000
             10 WS-NIGHT-REJECT        PIC 9(05)  VALUE 0.              00144000
             10 WS-NIGHT-RATE          PIC 9(03)  VALUE 0.              00145000
             10 WS-PRIOR-NIGHTS        PIC 9(02)  VALUE 0.              00146000
             10 WS-PRIOR-ACCEPT-SUM    PIC 9(09)  VALUE 0.              00147000
             10 WS-PRIOR-RATE-SUM      PIC 9(07)  VALUE 0.              00148000
             10 WS-PRIOR-RESTART-CNT   PIC 9(05)  VALUE 0.              00149000
             10 WS-PRIOR-ACCEPT-AVG    PIC 9(07)  VALUE 0.              00150000
             10 WS-PRIOR-RATE-AVG      PIC 9(03)  VALUE 0.              00151000
             10 WS-ACCEPT-FLOOR        PIC 9(07)  VALUE 0.              00152000
             10 WS-RATE-CEILING        PIC 9(03)  VALUE 0.              00153000
      *    MATCHES THE OCCURS 1 TO 99 TIMES BOUND ON HST-TAB-ENTRY.     00154000
             10 WS-MAX-HST-TAB         PIC 9(02)  VALUE 99.             00155000
       01 STEP-TABLE-AREA.                                              00156000
      *    THE EXPECTED STEPS IN STREAM ORDER.                          00157000
          05 STEP-NAME-LIST.                                            00158000
             10 FILLER PIC X(16) VALUE "Z13035P1Z13037P1".              00159000
             10 FILLER PIC X(16) VALUE "Z13032P3Z13033P1".              00160000
          05 STEP-NAME-TABLE REDEFINES STEP-NAME-LIST.                  00161000
             10 STEP-NAME OCCURS 4 TIMES                                00162000
                          INDEXED BY STEP-IDX                           00163000
                          PIC X(8).                                     00164000
      *    THE NEWEST COMPLETED RUN OF EACH STEP FOR THE NIGHT.         00165000
          05 STEP-TAB-ENTRY OCCURS 4 TIMES.                             00166000
             10 STEP-RUN-CNT           PIC 9(03).                       00167000
             10 STEP-IN-CNT            PIC 9(07).                       00168000
             10 STEP-OUT-CNT           PIC 9(07).                       00169000
             10 STEP-BALANCE-SW        PIC X.                           00170000
             10 STEP-OVERRIDE-SW       PIC X.                           00171000
       01 HISTORY-TABLE-AREA.                                           00172000
      *    ONE ENTRY PER PRIOR NIGHT ON THE AUDIT TRAIL, OLDEST FIRST --00173000
      *    THE NEWEST RECORD OF THE NIGHT STANDS FOR IT.  WHEN THE      00174000
      *    TABLE IS FULL THE OLDEST NIGHT IS DROPPED, SO IT ALWAYS      00175000
      *    HOLDS THE NIGHTS NEAREST THE ONE BEING REPORTED.             00176000
          05 HST-TAB-COUNT           PIC 9(02)  VALUE 0.                00177000
          05 HST-TAB-ENTRY OCCURS 1 TO 99 TIMES                         00178000
                           DEPENDING ON HST-TAB-COUNT                   00179000
                           INDEXED BY HST-TAB-IDX.                      00180000
             10 HST-TAB-DATE            PIC X(6).                       00181000
             10 HST-TAB-ACCEPT          PIC 9(05).                      00182000
             10 HST-TAB-RATE            PIC 9(03).                      00183000
             10 HST-TAB-RESTARTS        PIC 9(03).                      00184000
       01 H1-HEADING.                                                   00185000
          05 FILLER                    PIC X       VALUE SPACES.        00186000
          05 FILLER                    PIC X(35)   VALUE                00187000
              'NIGHTLY OPERATIONS STATUS          '.                    00188000
          05 FILLER                    PIC X(10)   VALUE SPACES.        00189000
          05 FILLER                    PIC X(9)    VALUE                00190000
              'RUN DATE:'.                                              00191000
          05 H1-CURR-MM                PIC XX.                          00192000
          05 FILLER                    PIC X       VALUE                00193000
              '/'.                                                      00194000
          05 H1-CURR-DD                PIC XX.                          00195000
          05 FILLER                    PIC X       VALUE                00196000
              '/'.                                                      00197000
          05 H1-CURR-YY                PIC XX.                          00198000
       01 H2-HEADING.                                                   00199000
          05 FILLER                    PIC X(53)   VALUE SPACES.        00200000
          05 FILLER                    PIC X(5)    VALUE                00201000
              'PAGE:'.                                                  00202000
          05 H2-PAGE-NUM               PIC 9(05).                       00203000
       01 N1-NIGHT-LINE.                                                00204000
          05 FILLER                    PIC X       VALUE SPACES.        00205000
          05 FILLER                    PIC X(15)   VALUE                00206000
              'STREAM NIGHT OF'.                                        00207000
          05 FILLER                    PIC X       VALUE SPACES.        00208000
          05 N1-NIGHT-MM               PIC XX.                          00209000
          05 FILLER                    PIC X       VALUE                00210000
              '/'.                                                      00211000
          05 N1-NIGHT-DD               PIC XX.                          00212000
          05 FILLER                    PIC X       VALUE                00213000
              '/'.                                                      00214000
          05 N1-NIGHT-YY               PIC XX.                          00215000
       01 H3-HEADING.                                                   00216000
          05 FILLER                    PIC X(2)    VALUE SPACES.        00217000
          05 FILLER                    PIC X(4)    VALUE                00218000
              'STEP'.                                                   00219000
          05 FILLER                    PIC X(5)    VALUE SPACES.        00220000
          05 FILLER                    PIC X(6)    VALUE                00221000
              'STATUS'.                                                 00222000
          05 FILLER                    PIC X(9)    VALUE SPACES.        00223000
          05 FILLER                    PIC X(4)    VALUE                00224000
              'RUNS'.                                                   00225000
          05 FILLER                    PIC X(5)    VALUE SPACES.        00226000
          05 FILLER                    PIC X(8)    VALUE                00227000
              'IN COUNT'.                                               00228000
          05 FILLER                    PIC X(2)    VALUE SPACES.        00229000
          05 FILLER                    PIC X(9)    VALUE                00230000
              'OUT COUNT'.                                              00231000
          05 FILLER                    PIC X(2)    VALUE SPACES.        00232000
          05 FILLER                    PIC X(3)    VALUE                00233000
              'BAL'.                                                    00234000
          05 FILLER                    PIC X(2)    VALUE SPACES.        00235000
          05 FILLER                    PIC X(3)    VALUE                00236000
              'OVR'.                                                    00237000
          05 FILLER                    PIC X(2)    VALUE SPACES.        00238000
          05 FILLER                    PIC X(7)    VALUE                00239000
              'REMARKS'.                                                00240000
       01 S1-STEP-LINE.                                                 00241000
           05 FILLER                   PIC XX      VALUE SPACES.        00242000
           05 S1-PROGRAM               PIC X(8).                        00243000
           05 FILLER                   PIC X       VALUE SPACES.        00244000
           05 S1-STATUS                PIC X(14).                       00245000
           05 FILLER                   PIC X       VALUE SPACES.        00246000
           05 S1-RUNS                  PIC ZZZ9.                        00247000
           05 FILLER                   PIC X       VALUE SPACES.        00248000
           05 S1-IN-CNT                PIC Z,ZZZ,ZZ9.                   00249000
           05 FILLER                   PIC X       VALUE SPACES.        00250000
           05 S1-OUT-CNT               PIC Z,ZZZ,ZZ9.                   00251000
           05 FILLER                   PIC XX      VALUE SPACES.        00252000
           05 S1-BALANCE               PIC X(3).                        00253000
           05 FILLER                   PIC XX      VALUE SPACES.        00254000
           05 S1-OVERRIDE              PIC X(3).                        00255000
           05 FILLER                   PIC XX      VALUE SPACES.        00256000
           05 S1-REMARKS               PIC X(30).                       00257000
       01 A0-AUDIT-TITLE.                                               00258000
           05 FILLER                   PIC X       VALUE SPACES.        00259000
           05 FILLER                   PIC X(36)   VALUE                00260000
              'Z13032P3 AUDIT TRAIL -- NIGHT AGAINS'.                   00261000
           05 FILLER                   PIC X(12)   VALUE                00262000
              'T PRIOR RUNS'.                                           00263000
       01 A1-HEADING.                                                   00264000
           05 FILLER                   PIC X(34)   VALUE SPACES.        00265000
           05 FILLER                   PIC X(7)    VALUE                00266000
              'TONIGHT'.                                                00267000
           05 FILLER                   PIC X(3)    VALUE SPACES.        00268000
           05 FILLER                   PIC X(9)    VALUE                00269000
              'PRIOR AVG'.                                              00270000
       01 A2-AUDIT-LINE.                                                00271000
           05 FILLER                   PIC XX      VALUE SPACES.        00272000
           05 A2-TEXT                  PIC X(30).                       00273000
           05 FILLER                   PIC X       VALUE SPACES.        00274000
           05 A2-TONIGHT               PIC ZZZZZZ9.                     00275000
           05 FILLER                   PIC X(3)    VALUE SPACES.        00276000
           05 A2-PRIOR                 PIC ZZZZZZ9.                     00277000
           05 A2-PRIOR-X REDEFINES A2-PRIOR                             00278000
                                       PIC X(7).                        00279000
       01 X1-ANOMALY-LINE.                                              00280000
           05 FILLER                   PIC XX      VALUE SPACES.        00281000
           05 FILLER                   PIC X(12)   VALUE                00282000
              '** ANOMALY: '.                                           00283000
           05 X1-TEXT                  PIC X(60).                       00284000
       01 M1-MESSAGE-LINE.                                              00285000
           05 FILLER                   PIC XX      VALUE SPACES.        00286000
           05 M1-TEXT                  PIC X(70).                       00287000
       01 T1-TOTAL-LINE.                                                00288000
           05 FILLER                   PIC XX      VALUE SPACES.        00289000
           05 T1-TOTAL-TEXT            PIC X(34).                       00290000
           05 FILLER                   PIC X       VALUE SPACES.        00291000
           05 T1-TOTAL-CNT             PIC ZZZZZZ9.                     00292000
       PROCEDURE DIVISION.                                              00293000
       MAIN-CONTROL.                                                    00294000
           PERFORM A-INITIAL.                                           00295000
           PERFORM B-CONTROL.                                           00296000
           PERFORM C-END.                                               00297000
       A-INITIAL.                                                       00298000
           MOVE FUNCTION CURRENT-DATE TO W1-CURRENT-DATE.               00299000
           MOVE W1-CURR-MONTH         TO H1-CURR-MM.                    00300000
           MOVE W1-CURR-DAY           TO H1-CURR-DD.                    00301000
           MOVE W1-CURR-YY            TO H1-CURR-YY.                    00302000
           MOVE W1-CURRENT-DATE       TO WS-NIGHT-DATE.                 00303000
           PERFORM A-PARM-READ.                                         00304000
           MOVE WS-NIGHT-MM TO WS-NIGHT-AUD-MM N1-NIGHT-MM.             00305000
           MOVE WS-NIGHT-DD TO WS-NIGHT-AUD-DD N1-NIGHT-DD.             00306000
           MOVE WS-NIGHT-YY TO WS-NIGHT-AUD-YY N1-NIGHT-YY.             00307000
           PERFORM A-STEP-CLEAR THRU A-STEP-CLEAR-EXIT                  00308000
               VARYING WS-STEP-SUB FROM 1 BY 1                          00309000
               UNTIL WS-STEP-SUB > 4.                                   00310000
      *    NEITHER FILE IS REQUIRED TO PRINT THE PAGE -- A MISSING      00311000
      *    RUN-CONTROL FILE SHOWS EVERY STEP MISSING, AND A MISSING     00312000
      *    AUDIT TRAIL IS ITSELF REPORTED ON THE PAGE.                  00313000
           OPEN INPUT RUN-CONTROL-FILE.                                 00314000
           IF WS-RUNCTL-FS = "00"                                       00315000
               MOVE "Y" TO WS-RUNCTL-AVAIL-SW                           00316000
           ELSE                                                         00317000
               DISPLAY "Z13051P1 - NO RUN-CONTROL FILE, STATUS "        00318000
                   WS-RUNCTL-FS " -- EVERY STEP REPORTED MISSING"       00319000
           END-IF.                                                      00320000
           OPEN INPUT AUDIT-FILE.                                       00321000
           IF WS-AUDIT-FS = "00"                                        00322000
               MOVE "Y" TO WS-AUDIT-AVAIL-SW                            00323000
           ELSE                                                         00324000
               DISPLAY "Z13051P1 - NO AUDIT TRAIL, STATUS "             00325000
                   WS-AUDIT-FS " -- ANOMALY CHECKS BYPASSED"            00326000
           END-IF.                                                      00327000
           OPEN OUTPUT OPS-RPT-FILE.                                    00328000
       A-PARM-READ.                                                     00329000
           OPEN INPUT OPS-PARM-FILE.                                    00330000
           IF WS-OPS-PARM-FS = "00"                                     00331000
               READ OPS-PARM-FILE                                       00332000
                   AT END                                               00333000
                       CONTINUE                                         00334000
               END-READ                                                 00335000
               IF PARM-NIGHT-DATE NUMERIC                               00336000
                   MOVE PARM-NIGHT-DATE TO WS-NIGHT-DATE                00337000
               END-IF                                                   00338000
               IF PARM-HIST-RUNS NUMERIC                                00339000
                       AND PARM-HIST-RUNS > 0                           00340000
                   MOVE PARM-HIST-RUNS TO WS-HIST-RUNS                  00341000
               END-IF                                                   00342000
               IF PARM-REJECT-POINTS NUMERIC                            00343000
                       AND PARM-REJECT-POINTS > 0                       00344000
                   MOVE PARM-REJECT-POINTS TO WS-REJECT-POINTS          00345000
               END-IF                                                   00346000
               IF PARM-ACCEPT-DROP NUMERIC                              00347000
                       AND PARM-ACCEPT-DROP > 0                         00348000
                   MOVE PARM-ACCEPT-DROP TO WS-ACCEPT-DROP              00349000
               END-IF                                                   00350000
               CLOSE OPS-PARM-FILE                                      00351000
           END-IF.                                                      00352000
       A-STEP-CLEAR.                                                    00353000
           MOVE 0   TO STEP-RUN-CNT (WS-STEP-SUB)                       00354000
                       STEP-IN-CNT (WS-STEP-SUB)                        00355000
                       STEP-OUT-CNT (WS-STEP-SUB).                      00356000
           MOVE "N" TO STEP-BALANCE-SW (WS-STEP-SUB)                    00357000
                       STEP-OVERRIDE-SW (WS-STEP-SUB).                  00358000
       A-STEP-CLEAR-EXIT.                                               00359000
           EXIT.                                                        00360000
       B-CONTROL.                                                       00361000
           IF RUNCTL-AVAILABLE                                          00362000
               PERFORM B-RUNCTL-ONE THRU B-RUNCTL-ONE-EXIT              00363000
                   UNTIL WS-RUNCTL-EOF = "Y"                            00364000
               CLOSE RUN-CONTROL-FILE                                   00365000
           END-IF.                                                      00366000
           IF AUDIT-AVAILABLE                                           00367000
               PERFORM B-AUDIT-ONE THRU B-AUDIT-ONE-EXIT                00368000
                   UNTIL WS-AUDIT-EOF = "Y"                             00369000
               CLOSE AUDIT-FILE                                         00370000
           END-IF.                                                      00371000
           PERFORM Z-HEADINGS.                                          00372000
           PERFORM Z-STEP-LINE THRU Z-STEP-LINE-EXIT                    00373000
               VARYING WS-STEP-SUB FROM 1 BY 1                          00374000
               UNTIL WS-STEP-SUB > 4.                                   00375000
           PERFORM Z-AUDIT-SECTION THRU Z-AUDIT-SECTION-EXIT.           00376000
      *    THE FILE IS APPENDED BY EVERY STEP, RERUNS INCLUDED -- THE   00377000
      *    NEWEST COMPLETED RECORD FOR THE NIGHT WINS, THE SAME RULE    00378000
      *    THE STEPS THEMSELVES APPLY TO THEIR PREDECESSOR.             00379000
       B-RUNCTL-ONE.                                                    00380000
           READ RUN-CONTROL-FILE                                        00381000
               AT END                                                   00382000
                   MOVE "Y" TO WS-RUNCTL-EOF                            00383000
                   GO TO B-RUNCTL-ONE-EXIT                              00384000
           END-READ.                                                    00385000
           ADD 1 TO WS-RUNCTL-READ-CNT.                                 00386000
           IF RC-RUN-DATE NOT = WS-NIGHT-DATE                           00387000
                   OR RC-COMPLETE-SW NOT = "Y"                          00388000
               GO TO B-RUNCTL-ONE-EXIT.                                 00389000
           SET STEP-IDX TO 1.                                           00390000
           SEARCH STEP-NAME                                             00391000
               AT END                                                   00392000
                   GO TO B-RUNCTL-ONE-EXIT                              00393000
               WHEN STEP-NAME (STEP-IDX) = RC-PROGRAM-ID                00394000
                   SET WS-STEP-SUB TO STEP-IDX                          00395000
           END-SEARCH.                                                  00396000
           ADD 1 TO STEP-RUN-CNT (WS-STEP-SUB).                         00397000
           MOVE RC-IN-CNT      TO STEP-IN-CNT (WS-STEP-SUB).            00398000
           MOVE RC-OUT-CNT     TO STEP-OUT-CNT (WS-STEP-SUB).           00399000
           MOVE RC-BALANCE-SW  TO STEP-BALANCE-SW (WS-STEP-SUB).        00400000
           IF RC-OVERRIDE-SW = "Y"                                      00401000
               MOVE "Y" TO STEP-OVERRIDE-SW (WS-STEP-SUB)               00402000
           ELSE                                                         00403000
               MOVE "N" TO STEP-OVERRIDE-SW (WS-STEP-SUB)               00404000
           END-IF.                                                      00405000
       B-RUNCTL-ONE-EXIT.                                               00406000
           EXIT.                                                        00407000
      *    THE NIGHT'S OWN RECORDS ARE TALLIED -- NEWEST FIGURES WIN,   00408000
      *    EVERY RESTART COUNTS.  RECORDS BEFORE THEM BUILD THE PRIOR   00409000
      *    NIGHTS; RECORDS AFTER THEM ARE LATER NIGHTS AND IGNORED.     00410000
       B-AUDIT-ONE.                                                     00411000
           READ AUDIT-FILE                                              00412000
               AT END                                                   00413000
                   MOVE "Y" TO WS-AUDIT-EOF                             00414000
                   GO TO B-AUDIT-ONE-EXIT                               00415000
           END-READ.                                                    00416000
           ADD 1 TO WS-AUDIT-READ-CNT.                                  00417000
           IF AUD-RUN-DATE = WS-NIGHT-AUD-DATE                          00418000
               MOVE "Y" TO WS-PAST-NIGHT-SW                             00419000
               ADD 1 TO WS-NIGHT-RUN-CNT                                00420000
               IF AUD-RUN-RESTARTED                                     00421000
                   ADD 1 TO WS-NIGHT-RESTART-CNT                        00422000
               END-IF                                                   00423000
               MOVE AUD-RAW-REC-CNT TO WS-NIGHT-RAW                     00424000
               MOVE AUD-ACCEPT-CNT  TO WS-NIGHT-ACCEPT                  00425000
               MOVE AUD-REJECT-CNT  TO WS-NIGHT-REJECT                  00426000
               GO TO B-AUDIT-ONE-EXIT.                                  00427000
           IF PAST-THE-NIGHT                                            00428000
               GO TO B-AUDIT-ONE-EXIT.                                  00429000
           IF HST-TAB-COUNT > 0                                         00430000
               SET HST-TAB-IDX TO HST-TAB-COUNT                         00431000
               IF HST-TAB-DATE (HST-TAB-IDX) = AUD-RUN-DATE             00432000
                   PERFORM B-HISTORY-FILL                               00433000
                   GO TO B-AUDIT-ONE-EXIT                               00434000
               END-IF                                                   00435000
           END-IF.                                                      00436000
           IF HST-TAB-COUNT >= WS-MAX-HST-TAB                           00437000
               PERFORM B-HISTORY-SHIFT THRU B-HISTORY-SHIFT-EXIT        00438000
                   VARYING WS-HST-SUB FROM 1 BY 1                       00439000
                   UNTIL WS-HST-SUB >= HST-TAB-COUNT                    00440000
               SUBTRACT 1 FROM HST-TAB-COUNT                            00441000
           END-IF.                                                      00442000
           ADD 1 TO HST-TAB-COUNT.                                      00443000
           SET HST-TAB-IDX TO HST-TAB-COUNT.                            00444000
           MOVE AUD-RUN-DATE TO HST-TAB-DATE (HST-TAB-IDX).             00445000
           MOVE 0 TO HST-TAB-RESTARTS (HST-TAB-IDX).                    00446000
           PERFORM B-HISTORY-FILL.                                      00447000
       B-AUDIT-ONE-EXIT.                                                00448000
           EXIT.                                                        00449000
       B-HISTORY-FILL.                                                  00450000
           MOVE AUD-ACCEPT-CNT TO HST-TAB-ACCEPT (HST-TAB-IDX).         00451000
           IF AUD-RAW-REC-CNT > 0                                       00452000
               COMPUTE HST-TAB-RATE (HST-TAB-IDX) ROUNDED =             00453000
                   AUD-REJECT-CNT * 100 / AUD-RAW-REC-CNT               00454000
           ELSE                                                         00455000
               MOVE 0 TO HST-TAB-RATE (HST-TAB-IDX)                     00456000
           END-IF.                                                      00457000
           IF AUD-RUN-RESTARTED                                         00458000
               ADD 1 TO HST-TAB-RESTARTS (HST-TAB-IDX).                 00459000
       B-HISTORY-SHIFT.                                                 00460000
           MOVE HST-TAB-ENTRY (WS-HST-SUB + 1)                          00461000
               TO HST-TAB-ENTRY (WS-HST-SUB).                           00462000
       B-HISTORY-SHIFT-EXIT.                                            00463000
           EXIT.                                                        00464000
      *    AVERAGE THE NEWEST WS-HIST-RUNS PRIOR NIGHTS, OR AS MANY AS  00465000
      *    THE TRAIL HOLDS.                                             00466000
       B-PRIOR-AVERAGE.                                                 00467000
           IF HST-TAB-COUNT > WS-HIST-RUNS                              00468000
               COMPUTE WS-HST-FIRST = HST-TAB-COUNT - WS-HIST-RUNS + 1  00469000
           ELSE                                                         00470000
               MOVE 1 TO WS-HST-FIRST                                   00471000
           END-IF.                                                      00472000
           PERFORM B-PRIOR-ADD THRU B-PRIOR-ADD-EXIT                    00473000
               VARYING WS-HST-SUB FROM WS-HST-FIRST BY 1                00474000
               UNTIL WS-HST-SUB > HST-TAB-COUNT.                        00475000
           IF WS-PRIOR-NIGHTS > 0                                       00476000
               COMPUTE WS-PRIOR-ACCEPT-AVG ROUNDED =                    00477000
                   WS-PRIOR-ACCEPT-SUM / WS-PRIOR-NIGHTS                00478000
               COMPUTE WS-PRIOR-RATE-AVG ROUNDED =                      00479000
                   WS-PRIOR-RATE-SUM / WS-PRIOR-NIGHTS                  00480000
           END-IF.                                                      00481000
       B-PRIOR-ADD.                                                     00482000
           ADD 1 TO WS-PRIOR-NIGHTS.                                    00483000
           ADD HST-TAB-ACCEPT (WS-HST-SUB)   TO WS-PRIOR-ACCEPT-SUM.    00484000
           ADD HST-TAB-RATE (WS-HST-SUB)     TO WS-PRIOR-RATE-SUM.      00485000
           ADD HST-TAB-RESTARTS (WS-HST-SUB) TO WS-PRIOR-RESTART-CNT.   00486000
       B-PRIOR-ADD-EXIT.                                                00487000
           EXIT.                                                        00488000
       C-END.                                                           00489000
           PERFORM Z-TOTALS.                                            00490000
           CLOSE OPS-RPT-FILE.                                          00491000
           DISPLAY "Z13051P1 - RUN-CONTROL RECORDS:    "                00492000
               WS-RUNCTL-READ-CNT.                                      00493000
           DISPLAY "Z13051P1 - AUDIT RECORDS READ:     "                00494000
               WS-AUDIT-READ-CNT.                                       00495000
           DISPLAY "Z13051P1 - STEPS NEEDING ATTENTION:"                00496000
               WS-ATTENTION-CNT.                                        00497000
           DISPLAY "Z13051P1 - ANOMALIES FLAGGED:      "                00498000
               WS-ANOMALY-CNT.                                          00499000
      *    A NIGHT WITH A STEP MISSING OR OUT OF BALANCE, OR ANY        00500000
      *    ANOMALY, ENDS WITH CONDITION CODE 8 SO THE SCHEDULER         00501000
      *    FLAGS THE PAGE FOR OPERATIONS.                               00502000
           IF WS-ATTENTION-CNT > 0 OR WS-ANOMALY-CNT > 0                00503000
               MOVE 8 TO RETURN-CODE.                                   00504000
           STOP RUN.                                                    00505000
       Z-HEADINGS.                                                      00506000
           ADD 1 TO WS-PAGE-CNT.                                        00507000
           MOVE WS-PAGE-CNT TO H2-PAGE-NUM.                             00508000
           WRITE OPS-REPORT-DETAILS FROM H1-HEADING                     00509000
               AFTER ADVANCING PAGE.                                    00510000
           WRITE OPS-REPORT-DETAILS FROM H2-HEADING.                    00511000
           WRITE OPS-REPORT-DETAILS FROM N1-NIGHT-LINE                  00512000
               AFTER ADVANCING 2 LINES.                                 00513000
           WRITE OPS-REPORT-DETAILS FROM H3-HEADING                     00514000
               AFTER ADVANCING 2 LINES.                                 00515000
           MOVE 7 TO WS-LINE-CNT.                                       00516000
      *    MISSING OUTRANKS OUT OF BALANCE, WHICH OUTRANKS OVERRIDDEN --00517000
      *    THE STATUS SHOWS THE WORST, THE COLUMNS SHOW THE REST.       00518000
       Z-STEP-LINE.                                                     00519000
           MOVE SPACES TO S1-REMARKS.                                   00520000
           MOVE STEP-NAME (WS-STEP-SUB) TO S1-PROGRAM.                  00521000
           MOVE STEP-RUN-CNT (WS-STEP-SUB) TO S1-RUNS.                  00522000
           IF STEP-RUN-CNT (WS-STEP-SUB) = 0                            00523000
               MOVE "MISSING"        TO S1-STATUS                       00524000
               MOVE 0                TO S1-IN-CNT S1-OUT-CNT            00525000
               MOVE SPACES           TO S1-BALANCE S1-OVERRIDE          00526000
               MOVE "NO COMPLETED RUN FOR THE NIGHT" TO S1-REMARKS      00527000
               ADD 1 TO WS-ATTENTION-CNT                                00528000
               GO TO Z-STEP-LINE-WRITE.                                 00529000
           MOVE STEP-IN-CNT (WS-STEP-SUB)  TO S1-IN-CNT.                00530000
           MOVE STEP-OUT-CNT (WS-STEP-SUB) TO S1-OUT-CNT.               00531000
           IF STEP-BALANCE-SW (WS-STEP-SUB) = "Y"                       00532000
               MOVE "YES" TO S1-BALANCE                                 00533000
           ELSE                                                         00534000
               MOVE "NO"  TO S1-BALANCE                                 00535000
           END-IF.                                                      00536000
           IF STEP-OVERRIDE-SW (WS-STEP-SUB) = "Y"                      00537000
               MOVE "YES" TO S1-OVERRIDE                                00538000
           ELSE                                                         00539000
               MOVE SPACES TO S1-OVERRIDE                               00540000
           END-IF.                                                      00541000
           EVALUATE TRUE                                                00542000
               WHEN STEP-BALANCE-SW (WS-STEP-SUB) NOT = "Y"             00543000
                   MOVE "OUT OF BALANCE" TO S1-STATUS                   00544000
                   ADD 1 TO WS-ATTENTION-CNT                            00545000
               WHEN STEP-OVERRIDE-SW (WS-STEP-SUB) = "Y"                00546000
                   MOVE "OVERRIDDEN"     TO S1-STATUS                   00547000
               WHEN OTHER                                               00548000
                   MOVE "COMPLETED"      TO S1-STATUS                   00549000
           END-EVALUATE.                                                00550000
           IF STEP-RUN-CNT (WS-STEP-SUB) > 1                            00551000
               MOVE "RERUN -- NEWEST RUN SHOWN" TO S1-REMARKS.          00552000
       Z-STEP-LINE-WRITE.                                               00553000
           WRITE OPS-REPORT-DETAILS FROM S1-STEP-LINE.                  00554000
           ADD 1 TO WS-LINE-CNT.                                        00555000
       Z-STEP-LINE-EXIT.                                                00556000
           EXIT.                                                        00557000
      *    THE NIGHT'S Z13032P3 AUDIT FIGURES AGAINST THE PRIOR NIGHTS, 00558000
      *    THEN ONE LINE PER ANOMALY FOUND.                             00559000
       Z-AUDIT-SECTION.                                                 00560000
           WRITE OPS-REPORT-DETAILS FROM A0-AUDIT-TITLE                 00561000
               AFTER ADVANCING 3 LINES.                                 00562000
           ADD 3 TO WS-LINE-CNT.                                        00563000
           IF NOT AUDIT-AVAILABLE                                       00564000
               MOVE "NO AUDIT TRAIL -- ANOMALY CHECKS NOT MADE"         00565000
                   TO M1-TEXT                                           00566000
               PERFORM Z-MESSAGE-LINE                                   00567000
               GO TO Z-AUDIT-SECTION-EXIT.                              00568000
           IF WS-NIGHT-RUN-CNT = 0                                      00569000
               MOVE "NO AUDIT RECORD FOR THE NIGHT" TO X1-TEXT          00570000
               PERFORM Z-ANOMALY-LINE                                   00571000
               GO TO Z-AUDIT-SECTION-EXIT.                              00572000
           IF WS-NIGHT-RAW > 0                                          00573000
               COMPUTE WS-NIGHT-RATE ROUNDED =                          00574000
                   WS-NIGHT-REJECT * 100 / WS-NIGHT-RAW.                00575000
           PERFORM B-PRIOR-AVERAGE.                                     00576000
           WRITE OPS-REPORT-DETAILS FROM A1-HEADING                     00577000
               AFTER ADVANCING 2 LINES.                                 00578000
           ADD 2 TO WS-LINE-CNT.                                        00579000
           MOVE "RECORDS READ"             TO A2-TEXT.                  00580000
           MOVE WS-NIGHT-RAW               TO A2-TONIGHT.               00581000
           MOVE SPACES                     TO A2-PRIOR-X.               00582000
           PERFORM Z-AUDIT-LINE.                                        00583000
           MOVE "STUDENTS ACCEPTED"        TO A2-TEXT.                  00584000
           MOVE WS-NIGHT-ACCEPT            TO A2-TONIGHT.               00585000
           MOVE WS-PRIOR-ACCEPT-AVG        TO A2-PRIOR.                 00586000
           PERFORM Z-AUDIT-LINE.                                        00587000
           MOVE "STUDENTS REJECTED"        TO A2-TEXT.                  00588000
           MOVE WS-NIGHT-REJECT            TO A2-TONIGHT.               00589000
           MOVE SPACES                     TO A2-PRIOR-X.               00590000
           PERFORM Z-AUDIT-LINE.                                        00591000
           MOVE "REJECT RATE (PERCENT)"    TO A2-TEXT.                  00592000
           MOVE WS-NIGHT-RATE              TO A2-TONIGHT.               00593000
           MOVE WS-PRIOR-RATE-AVG          TO A2-PRIOR.                 00594000
           PERFORM Z-AUDIT-LINE.                                        00595000
           MOVE "RUNS"                     TO A2-TEXT.                  00596000
           MOVE WS-NIGHT-RUN-CNT           TO A2-TONIGHT.               00597000
           MOVE SPACES                     TO A2-PRIOR-X.               00598000
           PERFORM Z-AUDIT-LINE.                                        00599000
           MOVE "RESTARTS"                 TO A2-TEXT.                  00600000
           MOVE WS-NIGHT-RESTART-CNT       TO A2-TONIGHT.               00601000
           MOVE SPACES                     TO A2-PRIOR-X.               00602000
           PERFORM Z-AUDIT-LINE.                                        00603000
           MOVE "RESTARTS OVER PRIOR NIGHTS" TO A2-TEXT.                00604000
           MOVE WS-PRIOR-RESTART-CNT       TO A2-TONIGHT.               00605000
           MOVE SPACES                     TO A2-PRIOR-X.               00606000
           PERFORM Z-AUDIT-LINE.                                        00607000
           MOVE "PRIOR NIGHTS AVERAGED"    TO A2-TEXT.                  00608000
           MOVE WS-PRIOR-NIGHTS            TO A2-TONIGHT.               00609000
           MOVE SPACES                     TO A2-PRIOR-X.               00610000
           PERFORM Z-AUDIT-LINE.                                        00611000
           MOVE SPACES TO M1-TEXT.                                      00612000
           PERFORM Z-MESSAGE-LINE.                                      00613000
      *    THE PRIOR-RUN CHECKS NEED PRIOR RUNS -- THE FIRST NIGHT ON A 00614000
      *    NEW TRAIL HAS NOTHING TO STAND AGAINST.                      00615000
           IF WS-PRIOR-NIGHTS = 0                                       00616000
               MOVE "NO PRIOR NIGHTS ON THE TRAIL -- CHECKS NOT MADE"   00617000
                   TO M1-TEXT                                           00618000
               PERFORM Z-MESSAGE-LINE                                   00619000
           ELSE                                                         00620000
               COMPUTE WS-RATE-CEILING =                                00621000
                   WS-PRIOR-RATE-AVG + WS-REJECT-POINTS                 00622000
               IF WS-NIGHT-RATE > WS-RATE-CEILING                       00623000
                   MOVE "REJECT RATE SPIKE OVER THE PRIOR AVERAGE"      00624000
                       TO X1-TEXT                                       00625000
                   PERFORM Z-ANOMALY-LINE                               00626000
               END-IF                                                   00627000
               COMPUTE WS-ACCEPT-FLOOR ROUNDED =                        00628000
                   WS-PRIOR-ACCEPT-AVG * (100 - WS-ACCEPT-DROP) / 100   00629000
               IF WS-NIGHT-ACCEPT < WS-ACCEPT-FLOOR                     00630000
                   MOVE                                                 00631000
                      "ACCEPTED COUNT DROPPED SHARPLY BELOW PRIOR AVG"  00632000
                       TO X1-TEXT                                       00633000
                   PERFORM Z-ANOMALY-LINE                               00634000
               END-IF                                                   00635000
           END-IF.                                                      00636000
           IF WS-NIGHT-RESTART-CNT > 0                                  00637000
               MOVE "RESTART TAKEN FOR THE NIGHT" TO X1-TEXT            00638000
               PERFORM Z-ANOMALY-LINE.                                  00639000
           IF WS-ANOMALY-CNT = 0                                        00640000
               MOVE "NO ANOMALIES AGAINST THE PRIOR NIGHTS" TO M1-TEXT  00641000
               PERFORM Z-MESSAGE-LINE.                                  00642000
       Z-AUDIT-SECTION-EXIT.                                            00643000
           EXIT.                                                        00644000
       Z-AUDIT-LINE.                                                    00645000
           WRITE OPS-REPORT-DETAILS FROM A2-AUDIT-LINE.                 00646000
           ADD 1 TO WS-LINE-CNT.                                        00647000
       Z-ANOMALY-LINE.                                                  00648000
           ADD 1 TO WS-ANOMALY-CNT.                                     00649000
           WRITE OPS-REPORT-DETAILS FROM X1-ANOMALY-LINE.               00650000
           ADD 1 TO WS-LINE-CNT.                                        00651000
       Z-MESSAGE-LINE.                                                  00652000
           WRITE OPS-REPORT-DETAILS FROM M1-MESSAGE-LINE.               00653000
           ADD 1 TO WS-LINE-CNT.                                        00654000
       Z-TOTALS.                                                        00655000
           MOVE "STEPS NEEDING ATTENTION"    TO T1-TOTAL-TEXT.          00656000
           MOVE WS-ATTENTION-CNT             TO T1-TOTAL-CNT.           00657000
           WRITE OPS-REPORT-DETAILS FROM T1-TOTAL-LINE                  00658000
               AFTER ADVANCING 3 LINES.                                 00659000
           MOVE "ANOMALIES FLAGGED"          TO T1-TOTAL-TEXT.          00660000
           MOVE WS-ANOMALY-CNT               TO T1-TOTAL-CNT.           00661000
           WRITE OPS-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00662000
