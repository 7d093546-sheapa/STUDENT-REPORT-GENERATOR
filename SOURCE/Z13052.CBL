       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID. Z13052P1.                                            00002000
      * INSTRUCTOR GRADE VERIFICATION SHEETS.  READS THE SAME           00003000
      * UI-STUDENT-DETAILS ROSTER Z13033P1 POSTS FROM AND PRINTS ONE    00004000
      * SHEET PER INSTRUCTOR AND SECTION (UI-CLASS-INSTR AND            00005000
      * UI-CLASS-SECTION) LISTING EVERY STUDENT AND GRADE THE ROSTER    00006000
      * CARRIES FOR IT, WITH A SIGNATURE BLOCK AT THE FOOT.  THE        00007000
      * INSTRUCTOR CHECKS THE SHEET, NOTES ANY CORRECTION, SIGNS, AND   00008000
      * RETURNS IT.  THE OFFICE RECORDS THE SIGNED SHEET ON THE         00009000
      * DDSGNOFF SIGN-OFF FILE THROUGH Z13053P1, AND Z13033P1 HOLDS     00010000
      * BACK FROM THE MASTER ANY SECTION NOT YET SIGNED OFF.  RUN IT    00011000
      * AHEAD OF Z13033P1 AGAINST THE SAME ROSTER AND PARM CARD.        00012000
       ENVIRONMENT DIVISION.                                            00013000
       INPUT-OUTPUT SECTION.                                            00014000
       FILE-CONTROL.                                                    00015000
           SELECT UI-ALL-STUDENTS ASSIGN TO DDSTUDTL.                   00016000
           SELECT SITE-PARM-FILE  ASSIGN TO DDSITEPM                    00017000
               FILE STATUS IS WS-SITE-PARM-FS.                          00018000
           SELECT SHEET-SORT-FILE ASSIGN TO DDVERWRK.                   00019000
           SELECT SHEET-RPT-FILE  ASSIGN TO DDVERRPT.                   00020000
       DATA DIVISION.                                                   00021000
       FILE SECTION.                                                    00022000
      *    ROSTER AS Z13032P3 AND Z13033P1 READ IT -- LAYOUT MUST STAY  00023000
      *    IN STEP WITH UI-STUDENT-DETAILS THERE.                       00024000
       FD  UI-ALL-STUDENTS                                              00025000
               RECORDING MODE IS F                                      00026000
               DATA RECORD IS UI-STUDENT-DETAILS.                       00027000
       01  UI-STUDENT-DETAILS.                                          00028000
           05  UI-USERID               PIC X(6).                        00029000
           05  UI-FIRST-NAME           PIC X(20).                       00030000
           05  UI-NUM-CLASSES          PIC 9(02).                       00031000
           05  UI-CLASS-ENTRY OCCURS 10 TIMES                           00032000
                               INDEXED BY UI-CLASS-IDX.                 00033000
               10  UI-CLASS-NAME       PIC X(20).                       00034000
               10  UI-CLASS-GR-DATE    PIC X(8).                        00035000
               10  UI-CLASS-GR-PERC    PIC 9(3).                        00036000
               10  UI-CLASS-GR-MARK REDEFINES UI-CLASS-GR-PERC          00037000
                                       PIC X(3).                        00038000
                   88  CLASS-WITHDRAWN            VALUE "W".            00039000
                   88  CLASS-INCOMPLETE           VALUE "I".            00040000
               10  UI-CLASS-SECTION    PIC X(3).                        00041000
               10  UI-CLASS-INSTR      PIC X(15).                       00042000
      *    SAME PARAMETER CARD Z13033P1 READS, REQUIRED HERE -- ONLY    00043001
      *    THE TERM ID MATTERS.  IT PRINTS ON EVERY SHEET SO THE        00044001
      *    SIGN-OFF IS RECORDED UNDER THE TERM Z13033P1 POSTS.          00045000
       FD  SITE-PARM-FILE                                               00046000
               RECORDING MODE IS F                                      00047000
               DATA RECORD IS SITE-PARM-RECORD.                         00048000
       01 SITE-PARM-RECORD.                                             00049000
           05 PARM-INSTRUCTOR         PIC X(11).                        00050000
           05 PARM-SITE-NAME          PIC X(10).                        00051000
           05 PARM-TERM               PIC X(8).                         00052000
           05 PARM-PASS-PERCENT       PIC 9(03).                        00053000
           05 FILLER                  PIC X(16).                        00054000
      *    ONE RELEASED RECORD PER ROSTER CLASS -- SORTED SO EACH       00055000
      *    INSTRUCTOR AND SECTION COMES TOGETHER ON ITS OWN SHEET.      00056000
       SD  SHEET-SORT-FILE                                              00057000
               DATA RECORD IS VS-SORT-RECORD.                           00058000
       01 VS-SORT-RECORD.                                               00059000
           05 VS-INSTR                 PIC X(15).                       00060000
           05 VS-SECTION               PIC X(3).                        00061000
           05 VS-CLASS-NAME            PIC X(20).                       00062000
           05 VS-USERID                PIC X(6).                        00063000
           05 VS-STUDENT-NAME          PIC X(20).                       00064000
           05 VS-GR-PERC               PIC 9(3).                        00065000
           05 VS-GR-MARK REDEFINES VS-GR-PERC                           00066000
                                       PIC X(3).                        00067000
              88 VS-WITHDRAWN                   VALUE "W".              00068000
              88 VS-INCOMPLETE                  VALUE "I".              00069000
           05 VS-GR-DATE               PIC X(8).                        00070000
       FD  SHEET-RPT-FILE                                               00071000
               RECORDING MODE IS F                                      00072000
               DATA RECORD IS SHEET-REPORT-DETAILS.                     00073000
       01 SHEET-REPORT-DETAILS         PIC X(133).                      00074000
       WORKING-STORAGE SECTION.                                         00075000
       01 MISC.                                                         00076000
          05 W1-CURRENT-DATE.                                           00077000
             10 W1-CURR-YEAR.                                           00078000
                15 W1-CURR-CC          PIC XX.                          00079000
                15 W1-CURR-YY          PIC XX.                          00080000
             10 W1-CURR-MONTH          PIC XX.                          00081000
             10 W1-CURR-DAY            PIC XX.                          00082000
          05 COUNTERS-SUBSCRIPTS.                                       00083000
             10 WS-REC-EOF             PIC X       VALUE "N".           00084000
             10 WS-SORT-RET-EOF        PIC X       VALUE "N".           00085000
             10 WS-READ-CNT            PIC 9(07)   VALUE 0.             00086000
             10 WS-GRADE-CNT           PIC 9(07)   VALUE 0.             00087000
             10 WS-SHEET-CNT           PIC 9(05)   VALUE 0.             00088000
             10 WS-SHEET-GRADE-CNT     PIC 9(05)   VALUE 0.             00089000
             10 WS-SHEET-MARK-CNT      PIC 9(05)   VALUE 0.             00090000
             10 WS-PAGE-CNT            PIC 9(05)   VALUE 0.             00091000
             10 WS-LINE-CNT            PIC 99      VALUE 70.            00092000
          05 REPORT-PARMS.                                              00093000
             10 WS-SITE-PARM-FS        PIC XX     VALUE "00".           00094000
             10 WS-MAX-CLASSES-PER-STU PIC 9(02)  VALUE 10.             00095000
             10 WS-TERM                PIC X(8)   VALUE SPACES.         00096000
          05 SHEET-PARMS.                                               00097000
             10 WS-SHEET-OPEN-SW       PIC X      VALUE "N".            00098000
                88 SHEET-OPEN                     VALUE "Y".            00099000
             10 WS-PREV-INSTR          PIC X(15)  VALUE SPACES.         00100000
             10 WS-PREV-SECTION        PIC X(3)   VALUE SPACES.         00101000
             10 WS-PERC-EDIT           PIC ZZ9.                         00102000
       01 H1-HEADING.                                                   00103000
          05 FILLER                    PIC X       VALUE SPACES.        00104000
          05 FILLER                    PIC X(35)   VALUE                00105000
              'INSTRUCTOR GRADE VERIFICATION SHEET'.                    00106000
          05 FILLER                    PIC X(10)   VALUE SPACES.        00107000
          05 FILLER                    PIC X(9)    VALUE                00108000
              'RUN DATE:'.                                              00109000
          05 H1-CURR-MM                PIC XX.                          00110000
          05 FILLER                    PIC X       VALUE                00111000
              '/'.                                                      00112000
          05 H1-CURR-DD                PIC XX.                          00113000
          05 FILLER                    PIC X       VALUE                00114000
              '/'.                                                      00115000
          05 H1-CURR-YY                PIC XX.                          00116000
       01 H2-HEADING.                                                   00117000
          05 FILLER                    PIC X(53)   VALUE SPACES.        00118000
          05 FILLER                    PIC X(5)    VALUE                00119000
              'PAGE:'.                                                  00120000
          05 H2-PAGE-NUM               PIC 9(05).                       00121000
      *    NAMES THE SHEET -- REPEATED AT THE TOP OF EVERY PAGE OF IT   00122000
      *    SO A LOOSE PAGE STILL SAYS WHOSE IT IS.                      00123000
       01 V1-SHEET-LINE.                                                00124000
          05 FILLER                    PIC X(2)    VALUE SPACES.        00125000
          05 FILLER                    PIC X(12)   VALUE                00126000
              'INSTRUCTOR: '.                                           00127000
          05 V1-INSTR                  PIC X(15).                       00128000
          05 FILLER                    PIC X(3)    VALUE SPACES.        00129000
          05 FILLER                    PIC X(9)    VALUE                00130000
              'SECTION: '.                                              00131000
          05 V1-SECTION                PIC X(3).                        00132000
          05 FILLER                    PIC X(3)    VALUE SPACES.        00133000
          05 FILLER                    PIC X(6)    VALUE                00134000
              'TERM: '.                                                 00135000
          05 V1-TERM                   PIC X(8).                        00136000
       01 H3-HEADING.                                                   00137000
          05 FILLER                    PIC X(2)    VALUE SPACES.        00138000
          05 FILLER                    PIC X(5)    VALUE                00139000
              'CLASS'.                                                  00140000
          05 FILLER                    PIC X(16)   VALUE SPACES.        00141000
          05 FILLER                    PIC X(2)    VALUE                00142000
              'ID'.                                                     00143000
          05 FILLER                    PIC X(5)    VALUE SPACES.        00144000
          05 FILLER                    PIC X(7)    VALUE                00145000
              'STUDENT'.                                                00146000
          05 FILLER                    PIC X(14)   VALUE SPACES.        00147000
          05 FILLER                    PIC X(5)    VALUE                00148000
              'GRADE'.                                                  00149000
          05 FILLER                    PIC X(2)    VALUE SPACES.        00150000
          05 FILLER                    PIC X(8)    VALUE                00151000
              'GR DATE'.                                                00152000
          05 FILLER                    PIC X(2)    VALUE SPACES.        00153000
          05 FILLER                    PIC X(9)    VALUE                00154000
              'CORRECTED'.                                              00155000
       01 D1-GRADE-LINE.                                                00156000
           05 FILLER                   PIC XX      VALUE SPACES.        00157000
           05 D1-CLASS-NAME            PIC X(20).                       00158000
           05 FILLER                   PIC X       VALUE SPACES.        00159000
           05 D1-USERID                PIC X(6).                        00160000
           05 FILLER                   PIC X       VALUE SPACES.        00161000
           05 D1-STUDENT-NAME          PIC X(20).                       00162000
           05 FILLER                   PIC XX      VALUE SPACES.        00163000
           05 D1-GRADE                 PIC X(3).                        00164000
           05 FILLER                   PIC XX      VALUE SPACES.        00165000
           05 D1-GR-DATE               PIC X(8).                        00166000
           05 FILLER                   PIC XX      VALUE SPACES.        00167000
           05 D1-CORRECTED             PIC X(9)    VALUE ALL '_'.       00168000
       01 T1-TOTAL-LINE.                                                00169000
           05 FILLER                   PIC XX      VALUE SPACES.        00170000
           05 T1-TOTAL-TEXT            PIC X(34).                       00171000
           05 FILLER                   PIC X       VALUE SPACES.        00172000
           05 T1-TOTAL-CNT             PIC ZZZZZZ9.                     00173000
      *    SIGNATURE BLOCK PRINTED AT THE FOOT OF EVERY SHEET.          00174000
       01 S1-CERTIFY-LINE.                                              00175000
          05 FILLER                    PIC X(2)    VALUE SPACES.        00176000
          05 FILLER                    PIC X(40)   VALUE                00177000
              'I HAVE CHECKED EVERY GRADE ON THIS SHEET'.               00178000
          05 FILLER                    PIC X(24)   VALUE                00179000
              ' AGAINST MY OWN RECORDS.'.                               00180000
       01 S2-CERTIFY-LINE.                                              00181000
          05 FILLER                    PIC X(2)    VALUE SPACES.        00182000
          05 FILLER                    PIC X(34)   VALUE                00183000
              'ANY GRADE IN ERROR IS SHOWN IN THE'.                     00184000
          05 FILLER                    PIC X(24)   VALUE                00185000
              ' CORRECTED COLUMN ABOVE.'.                               00186000
       01 S3-SIGNATURE-LINE.                                            00187000
          05 FILLER                    PIC X(2)    VALUE SPACES.        00188000
          05 FILLER                    PIC X(22)   VALUE                00189000
              'INSTRUCTOR SIGNATURE: '.                                 00190000
          05 FILLER                    PIC X(30)   VALUE ALL '_'.       00191000
          05 FILLER                    PIC X(3)    VALUE SPACES.        00192000
          05 FILLER                    PIC X(6)    VALUE                00193000
              'DATE: '.                                                 00194000
          05 FILLER                    PIC X(10)   VALUE ALL '_'.       00195000
       01 S4-RETURN-LINE.                                               00196000
          05 FILLER                    PIC X(2)    VALUE SPACES.        00197000
          05 FILLER                    PIC X(35)   VALUE                00198000
              'RETURN SIGNED TO THE OFFICE -- THIS'.                    00199000
          05 FILLER                    PIC X(36)   VALUE                00200000
              ' SECTION IS NOT POSTED TO THE MASTER'.                   00201000
          05 FILLER                    PIC X(32)   VALUE                00202000
              ' UNTIL ITS SIGN-OFF IS RECORDED.'.                       00203000
       01 S5-OFFICE-LINE.                                               00204000
          05 FILLER                    PIC X(2)    VALUE SPACES.        00205000
          05 FILLER                    PIC X(35)   VALUE                00206000
              'OFFICE USE -- SIGN-OFF RECORDED BY '.                    00207000
          05 FILLER                    PIC X(19)   VALUE ALL '_'.       00208000
          05 FILLER                    PIC X(3)    VALUE SPACES.        00209000
          05 FILLER                    PIC X(6)    VALUE                00210000
              'DATE: '.                                                 00211000
          05 FILLER                    PIC X(10)   VALUE ALL '_'.       00212000
       PROCEDURE DIVISION.                                              00213000
       MAIN-CONTROL.                                                    00214000
           PERFORM A-INITIAL.                                           00215000
           PERFORM D-SHEET-SORT.                                        00216000
           PERFORM C-END.                                               00217000
       A-INITIAL.                                                       00218000
           MOVE FUNCTION CURRENT-DATE TO W1-CURRENT-DATE.               00219000
           MOVE W1-CURR-MONTH         TO H1-CURR-MM.                    00220000
           MOVE W1-CURR-DAY           TO H1-CURR-DD.                    00221000
           MOVE W1-CURR-YY            TO H1-CURR-YY.                    00222000
           PERFORM A-PARM-READ.                                         00223000
      *    NO RUN-DATE FALLBACK HERE -- THE SHEET MUST SHOW THE TERM    00220101
      *    THE SIGN-OFF IS RECORDED UNDER, AND ONLY THE PARM CARD CAN   00220201
      *    TIE THAT TO THE TERM Z13033P1 POSTS.                         00220301
           IF WS-TERM = SPACES                                          00220401
               DISPLAY "Z13052P1 - NO TERM ON THE PARM CARD"            00220501
               DISPLAY "Z13052P1 - RUN REFUSED, SHEETS NOT PRINTED"     00220601
               MOVE 8 TO RETURN-CODE                                    00220701
               STOP RUN                                                 00220801
           END-IF.                                                      00220901
           MOVE WS-TERM TO V1-TERM.                                     00235000
           OPEN INPUT UI-ALL-STUDENTS.                                  00236000
           OPEN OUTPUT SHEET-RPT-FILE.                                  00237000
      *    THE PARAMETER CARD -- A MISSING DD OR A BLANK TERM IS        00238001
      *    REFUSED BY A-INITIAL.                                        00239001
       A-PARM-READ.                                                     00240000
           OPEN INPUT SITE-PARM-FILE.                                   00241000
           IF WS-SITE-PARM-FS = "00"                                    00242000
               READ SITE-PARM-FILE                                      00243000
                   AT END                                               00244000
                       CONTINUE                                         00245000
               END-READ                                                 00246000
               IF PARM-TERM NOT = SPACES                                00247000
                   MOVE PARM-TERM TO WS-TERM                            00248000
               END-IF                                                   00249000
               CLOSE SITE-PARM-FILE                                     00250000
           END-IF.                                                      00251000
       D-SHEET-SORT.                                                    00252000
           SORT SHEET-SORT-FILE                                         00253000
               ON ASCENDING KEY VS-INSTR VS-SECTION VS-CLASS-NAME       00254000
                                VS-USERID                               00255000
               INPUT PROCEDURE D-SHEET-SCAN-IN                          00256000
               OUTPUT PROCEDURE D-SHEET-PRINT-OUT.                      00257000
       D-SHEET-SCAN-IN.                                                 00258000
           PERFORM D-SHEET-SCAN-ONE THRU D-SHEET-SCAN-ONE-EXIT          00259000
               UNTIL WS-REC-EOF = "Y".                                  00260000
      *    EVERY ROSTER CLASS GOES ON A SHEET, WHATEVER ITS GRADE --    00261000
      *    A GRADE THE POSTING EDIT WILL REJECT IS EXACTLY WHAT THE     00262000
      *    INSTRUCTOR SHOULD SEE BEFORE IT BOUNCES.                     00263000
       D-SHEET-SCAN-ONE.                                                00264000
           READ UI-ALL-STUDENTS                                         00265000
               AT END                                                   00266000
                   MOVE "Y" TO WS-REC-EOF                               00267000
                   GO TO D-SHEET-SCAN-ONE-EXIT                          00268000
           END-READ.                                                    00269000
           ADD 1 TO WS-READ-CNT.                                        00270000
           IF UI-NUM-CLASSES > WS-MAX-CLASSES-PER-STU                   00271000
               MOVE WS-MAX-CLASSES-PER-STU TO UI-NUM-CLASSES.           00272000
           PERFORM D-SHEET-RELEASE-ONE THRU D-SHEET-RELEASE-ONE-EXIT    00273000
               VARYING UI-CLASS-IDX FROM 1 BY 1                         00274000
               UNTIL UI-CLASS-IDX > UI-NUM-CLASSES.                     00275000
       D-SHEET-SCAN-ONE-EXIT.                                           00276000
           EXIT.                                                        00277000
       D-SHEET-RELEASE-ONE.                                             00278000
           MOVE UI-CLASS-INSTR (UI-CLASS-IDX)   TO VS-INSTR.            00279000
           MOVE UI-CLASS-SECTION (UI-CLASS-IDX) TO VS-SECTION.          00280000
           MOVE UI-CLASS-NAME (UI-CLASS-IDX)    TO VS-CLASS-NAME.       00281000
           MOVE UI-USERID                       TO VS-USERID.           00282000
           MOVE UI-FIRST-NAME                   TO VS-STUDENT-NAME.     00283000
           MOVE UI-CLASS-GR-MARK (UI-CLASS-IDX) TO VS-GR-MARK.          00284000
           MOVE UI-CLASS-GR-DATE (UI-CLASS-IDX) TO VS-GR-DATE.          00285000
           RELEASE VS-SORT-RECORD.                                      00286000
           ADD 1 TO WS-GRADE-CNT.                                       00287000
       D-SHEET-RELEASE-ONE-EXIT.                                        00288000
           EXIT.                                                        00289000
       D-SHEET-PRINT-OUT.                                               00290000
           PERFORM D-SHEET-PRINT-ONE THRU D-SHEET-PRINT-ONE-EXIT        00291000
               UNTIL WS-SORT-RET-EOF = "Y".                             00292000
      *    A CHANGE OF INSTRUCTOR OR SECTION CLOSES THE SHEET IN        00293000
      *    PROGRESS WITH ITS SIGNATURE BLOCK AND STARTS THE NEXT ONE    00294000
      *    ON A FRESH PAGE.                                             00295000
       D-SHEET-PRINT-ONE.                                               00296000
           RETURN SHEET-SORT-FILE                                       00297000
               AT END                                                   00298000
                   MOVE "Y" TO WS-SORT-RET-EOF                          00299000
                   IF SHEET-OPEN                                        00300000
                       PERFORM Z-SIGNATURE-BLOCK                        00301000
                   END-IF                                               00302000
                   GO TO D-SHEET-PRINT-ONE-EXIT                         00303000
           END-RETURN.                                                  00304000
           IF SHEET-OPEN                                                00305000
                   AND VS-INSTR = WS-PREV-INSTR                         00306000
                   AND VS-SECTION = WS-PREV-SECTION                     00307000
               GO TO D-SHEET-PRINT-DETAIL.                              00308000
           IF SHEET-OPEN                                                00309000
               PERFORM Z-SIGNATURE-BLOCK.                               00310000
           PERFORM Z-SHEET-START.                                       00311000
       D-SHEET-PRINT-DETAIL.                                            00312000
           PERFORM Z-GRADE-LINE.                                        00313000
       D-SHEET-PRINT-ONE-EXIT.                                          00314000
           EXIT.                                                        00315000
       C-END.                                                           00316000
           CLOSE UI-ALL-STUDENTS SHEET-RPT-FILE.                        00317000
           DISPLAY "Z13052P1 - ROSTER RECORDS READ:    " WS-READ-CNT.   00318000
           DISPLAY "Z13052P1 - VERIFICATION SHEETS:    " WS-SHEET-CNT.  00319000
           DISPLAY "Z13052P1 - GRADES LISTED:          " WS-GRADE-CNT.  00320000
           STOP RUN.                                                    00321000
       Z-SHEET-START.                                                   00322000
           MOVE "Y"        TO WS-SHEET-OPEN-SW.                         00323000
           MOVE VS-INSTR   TO WS-PREV-INSTR.                            00324000
           MOVE VS-SECTION TO WS-PREV-SECTION.                          00325000
           MOVE 0          TO WS-SHEET-GRADE-CNT.                       00326000
           MOVE 0          TO WS-SHEET-MARK-CNT.                        00327000
           ADD 1 TO WS-SHEET-CNT.                                       00328000
      *    A CLASS KEYED WITH NO INSTRUCTOR STILL GETS A SHEET -- THE   00329000
      *    OFFICE HAS TO CHASE IT DOWN BEFORE IT CAN BE SIGNED OFF.     00330000
           IF VS-INSTR = SPACES                                         00331000
               MOVE "*NONE ON CARD*" TO V1-INSTR                        00332000
           ELSE                                                         00333000
               MOVE VS-INSTR         TO V1-INSTR                        00334000
           END-IF.                                                      00335000
           MOVE VS-SECTION TO V1-SECTION.                               00336000
           PERFORM Z-HEADINGS.                                          00337000
       Z-HEADINGS.                                                      00338000
           ADD 1 TO WS-PAGE-CNT.                                        00339000
           MOVE WS-PAGE-CNT TO H2-PAGE-NUM.                             00340000
           WRITE SHEET-REPORT-DETAILS FROM H1-HEADING                   00341000
               AFTER ADVANCING PAGE.                                    00342000
           WRITE SHEET-REPORT-DETAILS FROM H2-HEADING.                  00343000
           WRITE SHEET-REPORT-DETAILS FROM V1-SHEET-LINE                00344000
               AFTER ADVANCING 2 LINES.                                 00345000
           WRITE SHEET-REPORT-DETAILS FROM H3-HEADING                   00346000
               AFTER ADVANCING 2 LINES.                                 00347000
           MOVE 7 TO WS-LINE-CNT.                                       00348000
       Z-GRADE-LINE.                                                    00349000
           IF WS-LINE-CNT > 65                                          00350000
               PERFORM Z-HEADINGS.                                      00351000
           MOVE VS-CLASS-NAME   TO D1-CLASS-NAME.                       00352000
           MOVE VS-USERID       TO D1-USERID.                           00353000
           MOVE VS-STUDENT-NAME TO D1-STUDENT-NAME.                     00354000
           MOVE VS-GR-DATE      TO D1-GR-DATE.                          00355000
      *    THE GRADE AS THE POSTING RUN WILL SEE IT -- THE EDITED       00356000
      *    PERCENTAGE, THE W/I MARK RIGHT-ALIGNED, OR WHATEVER WAS      00357000
      *    KEYED IF IT IS NEITHER.                                      00358000
           EVALUATE TRUE                                                00359000
               WHEN VS-WITHDRAWN                                        00360000
                   MOVE "  W" TO D1-GRADE                               00361000
                   ADD 1 TO WS-SHEET-MARK-CNT                           00362000
               WHEN VS-INCOMPLETE                                       00363000
                   MOVE "  I" TO D1-GRADE                               00364000
                   ADD 1 TO WS-SHEET-MARK-CNT                           00365000
               WHEN VS-GR-PERC NUMERIC                                  00366000
                   MOVE VS-GR-PERC   TO WS-PERC-EDIT                    00367000
                   MOVE WS-PERC-EDIT TO D1-GRADE                        00368000
               WHEN OTHER                                               00369000
                   MOVE VS-GR-MARK   TO D1-GRADE                        00370000
           END-EVALUATE.                                                00371000
           WRITE SHEET-REPORT-DETAILS FROM D1-GRADE-LINE.               00372000
           ADD 1 TO WS-LINE-CNT.                                        00373000
           ADD 1 TO WS-SHEET-GRADE-CNT.                                 00374000
      *    THE SHEET COUNTS AND SIGNATURE BLOCK STAY TOGETHER -- A      00375000
      *    SHEET TOO CLOSE TO THE FOOT OF THE PAGE TAKES ITS BLOCK TO   00376000
      *    A FRESH PAGE, HEADED LIKE THE REST OF THE SHEET.             00377000
       Z-SIGNATURE-BLOCK.                                               00378000
           IF WS-LINE-CNT > 52                                          00379000
               PERFORM Z-HEADINGS.                                      00380000
           MOVE "STUDENT GRADES LISTED"      TO T1-TOTAL-TEXT.          00381000
           MOVE WS-SHEET-GRADE-CNT           TO T1-TOTAL-CNT.           00382000
           WRITE SHEET-REPORT-DETAILS FROM T1-TOTAL-LINE                00383000
               AFTER ADVANCING 2 LINES.                                 00384000
           MOVE "  WITHDRAWN OR INCOMPLETE"  TO T1-TOTAL-TEXT.          00385000
           MOVE WS-SHEET-MARK-CNT            TO T1-TOTAL-CNT.           00386000
           WRITE SHEET-REPORT-DETAILS FROM T1-TOTAL-LINE.               00387000
           WRITE SHEET-REPORT-DETAILS FROM S1-CERTIFY-LINE              00388000
               AFTER ADVANCING 3 LINES.                                 00389000
           WRITE SHEET-REPORT-DETAILS FROM S2-CERTIFY-LINE.             00390000
           WRITE SHEET-REPORT-DETAILS FROM S3-SIGNATURE-LINE            00391000
               AFTER ADVANCING 3 LINES.                                 00392000
           WRITE SHEET-REPORT-DETAILS FROM S4-RETURN-LINE               00393000
               AFTER ADVANCING 2 LINES.                                 00394000
           WRITE SHEET-REPORT-DETAILS FROM S5-OFFICE-LINE               00395000
               AFTER ADVANCING 3 LINES.                                 00396000
           ADD 16 TO WS-LINE-CNT.                                       00397000
           MOVE "N" TO WS-SHEET-OPEN-SW.                                00398000
