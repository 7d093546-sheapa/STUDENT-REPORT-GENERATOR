      * MASTER Z13033P1 MAINTAINS, AND PRINTS THE FULL TERM-OVER-TERM   00050000
      * HISTORY -- CLASSES, GRADES, OVERALL AVERAGE, AND FAIL/HONOR     00060000
      * STANDING FOR EVERY TERM ON FILE.  ONE PAGE SET PER STUDENT.     00070000
      * TERMS Z13033P1 HAS ROLLED OFF A FULL MASTER RECORD ONTO THE     00070126
      * DDTRMARC TERM ARCHIVE PRINT FIRST, OLDEST FIRST, MARKED         00070226
      * ARCHIVED, SO THE HISTORY RUNS BACK TO THE STUDENT'S FIRST TERM. 00070326
       ENVIRONMENT DIVISION.                                            00080000
       INPUT-OUTPUT SECTION.                                            00090000
       FILE-CONTROL.                                                    00100000
               RECORD KEY IS SM-USERID                                  00160000
               FILE STATUS IS WS-MASTER-FS.                             00170000
           SELECT INQ-RPT-FILE    ASSIGN TO DDINQRPT.                   00180000
           SELECT TERM-ARCHIVE    ASSIGN TO DDTRMARC                    00180126
               ORGANIZATION IS INDEXED                                  00180226
               ACCESS MODE IS DYNAMIC                                   00180326
               RECORD KEY IS TA-KEY                                     00180426
               FILE STATUS IS WS-ARCHIVE-FS.                            00180526
       DATA DIVISION.                                                   00190000
       FILE SECTION.                                                    00200000
      *    ONE REQUEST CARD PER STUDENT TO BE PRINTED -- USERID IN THE  00210000
               RECORDING MODE IS F                                      00520000
               DATA RECORD IS INQ-REPORT-DETAILS.                       00530000
       01 INQ-REPORT-DETAILS           PIC X(133).                      00540000
      *    TERM ARCHIVE AS BUILT BY Z13033P1 -- ONE RECORD PER TERM     00540126
      *    ROLLED OFF A FULL MASTER RECORD, KEYED ON USERID AND TERM    00540226
      *    ID.  LAYOUT MUST STAY IN STEP WITH TA-ARCHIVE-RECORD THERE.  00540326
       FD  TERM-ARCHIVE                                                 00540426
               DATA RECORDS ARE TA-ARCHIVE-RECORD TA-IMAGE-RECORD.      00540526
       01 TA-ARCHIVE-RECORD.                                            00540626
           05 TA-KEY.                                                   00540726
               10 TA-USERID            PIC X(6).                        00540826
               10 TA-TERM-ID           PIC X(8).                        00540926
           05 TA-TERM-NUM-CLASSES      PIC 9(02).                       00541026
           05 TA-TERM-CLASS-ENTRY OCCURS 10 TIMES                       00541126
                                  INDEXED BY TA-CLASS-IDX.              00541226
               10 TA-CLASS-NAME        PIC X(20).                       00541326
               10 TA-CLASS-GR-DATE     PIC X(8).                        00541426
               10 TA-CLASS-GR-PERC     PIC 9(3).                        00541526
               10 TA-CLASS-GR-MARK REDEFINES TA-CLASS-GR-PERC           00541626
                                       PIC X(3).                        00541726
               10 TA-CLASS-SECTION     PIC X(3).                        00541826
               10 TA-CLASS-INSTR       PIC X(15).                       00541926
           05 TA-TERM-OVERALL-AVG      PIC 9(3).                        00542026
           05 TA-TERM-FAIL-SW          PIC X.                           00542126
           05 TA-TERM-HONOR-SW         PIC X.                           00542226
           05 TA-STUDENT-NAME          PIC X(20).                       00542326
           05 TA-ARCHIVE-DATE          PIC X(8).                        00542426
           05 TA-ARCHIVE-TIME          PIC X(6).                        00542526
       01 TA-IMAGE-RECORD.                                              00542626
           05 FILLER                   PIC X(6).                        00542726
           05 TA-TERM-IMAGE            PIC X(505).                      00542826
           05 FILLER                   PIC X(34).                       00542926
       WORKING-STORAGE SECTION.                                         00550000
       01 MISC.                                                         00560000
          05 W1-CURRENT-DATE.                                           00570000
             10 WS-NOT-FOUND-CNT       PIC 9(05)   VALUE 0.             00670000
             10 WS-PAGE-CNT            PIC 9(05)   VALUE 0.             00680000
             10 WS-LINE-CNT            PIC 99      VALUE 0.             00690000
             10 WS-ARC-EOF             PIC X       VALUE SPACES.        00690126
             10 WS-ARC-PASS            PIC 9(03)   VALUE 0.             00690226
             10 WS-ARC-NEXT            PIC 9(03)   VALUE 0.             00690326
             10 WS-ARC-LOW-STAMP       PIC X(14)   VALUE SPACES.        00690426
             10 WS-ARC-PRINTED-CNT     PIC 9(05)   VALUE 0.             00690526
          05 INQUIRY-PARMS.                                             00700000
             10 WS-INQ-PARM-FS         PIC XX      VALUE "00".          00710000
             10 WS-MASTER-FS           PIC XX      VALUE "00".          00720000
             10 WS-FOUND-SW            PIC X       VALUE "N".           00730000
                88 MASTER-FOUND                    VALUE "Y".           00740000
             10 WS-ARCHIVE-FS          PIC XX      VALUE "00".          00740126
             10 WS-ARCHIVE-SW          PIC X       VALUE "N".           00740226
                88 ARCHIVE-AVAILABLE               VALUE "Y".           00740326
             10 WS-MAX-ARC-TAB         PIC 9(03)   VALUE 40.            00740426
      *    DISPLAY IMAGE OF ONE GRADE -- THE EDITED PERCENTAGE, OR      07410025
      *    THE W/I MARK RIGHT-ALIGNED WHERE THE NUMBER WOULD PRINT.     07410125
             10 WS-PERC-EDIT           PIC ZZ9.                         07410225
                15 W-CLASS-YY          PIC XX.                          00780000
             10 W-CLASS-MONTH          PIC XX.                          00790000
             10 W-CLASS-DAY            PIC XX.                          00800000
      *    THE TERM BEING PRINTED -- A MASTER SLOT OR AN ARCHIVED TERM  00800126
      *    IS MOVED HERE WHOLE.  LAYOUT MIRRORS ONE SM-TERM-ENTRY.      00800226
       01 TP-TERM-ENTRY.                                                00800326
           05 TP-TERM-ID               PIC X(8).                        00800426
           05 TP-TERM-NUM-CLASSES      PIC 9(02).                       00800526
           05 TP-TERM-CLASS-ENTRY OCCURS 10 TIMES                       00800626
                                  INDEXED BY TP-CLASS-IDX.              00800726
               10 TP-CLASS-NAME        PIC X(20).                       00800826
               10 TP-CLASS-GR-DATE     PIC X(8).                        00800926
               10 TP-CLASS-GR-PERC     PIC 9(3).                        00801026
               10 TP-CLASS-GR-MARK REDEFINES TP-CLASS-GR-PERC           00801126
                                       PIC X(3).                        00801226
                  88 TP-CLASS-WITHDRAWN           VALUE "W".            00801326
                  88 TP-CLASS-INCOMPLETE          VALUE "I".            00801426
                  88 TP-CLASS-GRADE-MARK          VALUE "W" "I".        00801526
               10 TP-CLASS-SECTION     PIC X(3).                        00801626
               10 TP-CLASS-INSTR       PIC X(15).                       00801726
           05 TP-TERM-OVERALL-AVG      PIC 9(3).                        00801826
           05 TP-TERM-FAIL-SW          PIC X.                           00801926
              88 TP-TERM-FAILING                  VALUE "Y".            00802026
           05 TP-TERM-HONOR-SW         PIC X.                           00802126
              88 TP-TERM-HONOR-ROLL               VALUE "Y".            00802226
      *    ONE STUDENT'S ARCHIVED TERMS, HELD SO THEY CAN PRINT IN THE  00802326
      *    ORDER THEY LEFT THE MASTER (OLDEST FIRST) RATHER THAN IN     00802426
      *    TERM ID ORDER.                                               00802526
       01 ARC-TABLE-AREA.                                               00802626
          05 ARC-TAB-COUNT          PIC 9(03)  VALUE 0.                 00802726
          05 ARC-TAB-ENTRY OCCURS 1 TO 40 TIMES                         00802826
                           DEPENDING ON ARC-TAB-COUNT                   00802926
                           INDEXED BY ARC-TAB-IDX.                      00803026
             10 ARC-TAB-STAMP          PIC X(14).                       00803126
             10 ARC-TAB-PRINTED-SW     PIC X.                           00803226
                88 ARC-TAB-PRINTED               VALUE "Y".             00803326
             10 ARC-TAB-TERM           PIC X(505).                      00803426
       01 H1-HEADING.                                                   00810000
          05 FILLER                    PIC X       VALUE SPACES.        00820000
          05 FILLER                    PIC X(24)   VALUE                00830000
           05 FILLER                   PIC X       VALUE '%'.           01240000
           05 FILLER                   PIC X(3)    VALUE SPACES.        01250000
           05 T1-STANDING              PIC X(13).                       01260000
           05 FILLER                   PIC X(3)    VALUE SPACES.        01260126
           05 T1-ARCHIVE-FLAG          PIC X(8).                        01260226
       01 T2-CLASS-LINE.                                                01270000
           05 FILLER                   PIC X(8)    VALUE SPACES.        01280000
           05 T2-CLASS-NAME            PIC X(20).                       01290000
               STOP RUN                                                 01640000
           END-IF.                                                      01650000
           OPEN OUTPUT INQ-RPT-FILE.                                    01660000
      *    THE ARCHIVE IS OPTIONAL -- UNTIL A STUDENT FILLS ALL EIGHT   01660126
      *    MASTER SLOTS THERE MAY BE NONE, AND THE MASTER ALONE PRINTS. 01660226
           OPEN INPUT TERM-ARCHIVE.                                     01660326
           IF WS-ARCHIVE-FS = "00"                                      01660426
               MOVE "Y" TO WS-ARCHIVE-SW                                01660526
           ELSE                                                         01660626
               DISPLAY "Z13034P1 - NO TERM ARCHIVE, STATUS "            01660726
                   WS-ARCHIVE-FS " -- MASTER TERMS ONLY"                01660826
           END-IF.                                                      01660926
           READ INQ-PARM-FILE                                           01670000
               AT END                                                   01680000
                   MOVE "Y" TO WS-PARM-EOF                              01690000
           WRITE INQ-REPORT-DETAILS FROM S1-STUDENT-LINE                02020000
               AFTER ADVANCING 2 LINES.                                 02030000
           ADD 2 TO WS-LINE-CNT.                                        02040000
           PERFORM B-ARCHIVE-LOAD THRU B-ARCHIVE-LOAD-EXIT.             02040126
           PERFORM B-PRINT-ARCHIVED THRU B-PRINT-ARCHIVED-EXIT          02040226
               VARYING WS-ARC-PASS FROM 1 BY 1                          02040326
               UNTIL WS-ARC-PASS > ARC-TAB-COUNT.                       02040426
           PERFORM B-PRINT-TERM THRU B-PRINT-TERM-EXIT                  02050000
               VARYING SM-TERM-IDX FROM 1 BY 1                          02060000
               UNTIL SM-TERM-IDX > SM-TERM-COUNT.                       02070000
       B-PRINT-TERM.                                                    02070126
           MOVE SM-TERM-ENTRY (SM-TERM-IDX) TO TP-TERM-ENTRY.           02070226
           MOVE SPACES TO T1-ARCHIVE-FLAG.                              02070326
           PERFORM B-TERM-BLOCK THRU B-TERM-BLOCK-EXIT.                 02070426
       B-PRINT-TERM-EXIT.                                               02070526
           EXIT.                                                        02070626
      *    PULL EVERY ARCHIVED TERM FOR THIS USERID -- THE ARCHIVE KEY  02070726
      *    LEADS WITH THE USERID, SO THEY ARE CONTIGUOUS FROM THE START.02070826
       B-ARCHIVE-LOAD.                                                  02070926
           MOVE 0 TO ARC-TAB-COUNT.                                     02071026
           IF NOT ARCHIVE-AVAILABLE                                     02071126
               GO TO B-ARCHIVE-LOAD-EXIT.                               02071226
           MOVE "N" TO WS-ARC-EOF.                                      02071326
           MOVE SM-USERID  TO TA-USERID.                                02071426
           MOVE LOW-VALUES TO TA-TERM-ID.                               02071526
           START TERM-ARCHIVE KEY NOT < TA-KEY                          02071626
               INVALID KEY                                              02071726
                   MOVE "Y" TO WS-ARC-EOF                               02071826
           END-START.                                                   02071926
           PERFORM B-ARCHIVE-READ-ONE THRU B-ARCHIVE-READ-ONE-EXIT      02072026
               UNTIL WS-ARC-EOF = "Y".                                  02072126
       B-ARCHIVE-LOAD-EXIT.                                             02072226
           EXIT.                                                        02072326
       B-ARCHIVE-READ-ONE.                                              02072426
           READ TERM-ARCHIVE NEXT RECORD                                02072526
               AT END                                                   02072626
                   MOVE "Y" TO WS-ARC-EOF                               02072726
                   GO TO B-ARCHIVE-READ-ONE-EXIT                        02072826
           END-READ.                                                    02072926
           IF TA-USERID NOT = SM-USERID                                 02073026
               MOVE "Y" TO WS-ARC-EOF                                   02073126
               GO TO B-ARCHIVE-READ-ONE-EXIT.                           02073226
           IF ARC-TAB-COUNT NOT < WS-MAX-ARC-TAB                        02073326
               DISPLAY "Z13034P1 - ARCHIVED TERMS FOR " SM-USERID       02073426
                   " EXCEED CAPACITY OF " WS-MAX-ARC-TAB                02073526
               DISPLAY "Z13034P1 - RUN TERMINATED -- RAISE ARC-"        02073626
                   "TAB-ENTRY OCCURS MAX AND RECOMPILE"                 02073726
               MOVE 16 TO RETURN-CODE                                   02073826
               STOP RUN.                                                02073926
           ADD 1 TO ARC-TAB-COUNT.                                      02074026
           SET ARC-TAB-IDX TO ARC-TAB-COUNT.                            02074126
           MOVE TA-ARCHIVE-DATE TO ARC-TAB-STAMP (ARC-TAB-IDX) (1:8).   02074226
           MOVE TA-ARCHIVE-TIME TO ARC-TAB-STAMP (ARC-TAB-IDX) (9:6).   02074326
           MOVE "N"             TO ARC-TAB-PRINTED-SW (ARC-TAB-IDX).    02074426
           MOVE TA-TERM-IMAGE   TO ARC-TAB-TERM (ARC-TAB-IDX).          02074526
       B-ARCHIVE-READ-ONE-EXIT.                                         02074626
           EXIT.                                                        02074726
      *    EACH PASS PRINTS THE EARLIEST-ARCHIVED TERM NOT YET PRINTED. 02074826
       B-PRINT-ARCHIVED.                                                02074926
           MOVE HIGH-VALUES TO WS-ARC-LOW-STAMP.                        02075026
           MOVE 0 TO WS-ARC-NEXT.                                       02075126
           PERFORM B-ARCHIVE-EARLIEST THRU B-ARCHIVE-EARLIEST-EXIT      02075226
               VARYING ARC-TAB-IDX FROM 1 BY 1                          02075326
               UNTIL ARC-TAB-IDX > ARC-TAB-COUNT.                       02075426
           IF WS-ARC-NEXT = 0                                           02075526
               GO TO B-PRINT-ARCHIVED-EXIT.                             02075626
           SET ARC-TAB-IDX TO WS-ARC-NEXT.                              02075726
           MOVE "Y" TO ARC-TAB-PRINTED-SW (ARC-TAB-IDX).                02075826
           MOVE ARC-TAB-TERM (ARC-TAB-IDX) TO TP-TERM-ENTRY.            02075926
           MOVE "ARCHIVED" TO T1-ARCHIVE-FLAG.                          02076026
           PERFORM B-TERM-BLOCK THRU B-TERM-BLOCK-EXIT.                 02076126
           ADD 1 TO WS-ARC-PRINTED-CNT.                                 02076226
       B-PRINT-ARCHIVED-EXIT.                                           02076326
           EXIT.                                                        02076426
       B-ARCHIVE-EARLIEST.                                              02076526
           IF ARC-TAB-PRINTED (ARC-TAB-IDX)                             02076626
               GO TO B-ARCHIVE-EARLIEST-EXIT.                           02076726
           IF ARC-TAB-STAMP (ARC-TAB-IDX) < WS-ARC-LOW-STAMP            02076826
               MOVE ARC-TAB-STAMP (ARC-TAB-IDX) TO WS-ARC-LOW-STAMP     02076926
               SET WS-ARC-NEXT TO ARC-TAB-IDX.                          02077026
       B-ARCHIVE-EARLIEST-EXIT.                                         02077126
           EXIT.                                                        02077226
       B-TERM-BLOCK.                                                    02077326
      *    A LONG HISTORY SPILLS ONTO A FRESH PAGE RATHER THAN RUNNING  02090000
      *    PAST THE 65-LINE FORM -- SAME THRESHOLD THE TERM REPORTS     02100000
      *    USE, PULLED IN BEFORE THE LARGEST TERM BLOCK CAN OVERRUN.    02110000
                   AFTER ADVANCING 2 LINES                              02170000
               ADD 2 TO WS-LINE-CNT                                     02180000
           END-IF.                                                      02190000
           MOVE TP-TERM-ID            TO T1-TERM-ID.                    02190126
           MOVE TP-TERM-OVERALL-AVG   TO T1-OVERALL-AVG.                02190226
           EVALUATE TRUE                                                02220000
               WHEN TP-TERM-HONOR-ROLL                                  02220126
                   MOVE "HONOR ROLL"    TO T1-STANDING                  02240000
               WHEN TP-TERM-FAILING                                     02240126
                   MOVE "ACADEMIC RISK" TO T1-STANDING                  02260000
               WHEN OTHER                                               02270000
                   MOVE "PASSING"       TO T1-STANDING                  02280000
               AFTER ADVANCING 2 LINES.                                 02310000
           ADD 2 TO WS-LINE-CNT.                                        02320000
           PERFORM B-PRINT-CLASS THRU B-PRINT-CLASS-EXIT                02330000
               VARYING TP-CLASS-IDX FROM 1 BY 1                         02330126
               UNTIL TP-CLASS-IDX > TP-TERM-NUM-CLASSES.                02330226
       B-TERM-BLOCK-EXIT.                                               02330326
           EXIT.                                                        02370000
       B-PRINT-CLASS.                                                   02380000
           MOVE TP-CLASS-GR-DATE (TP-CLASS-IDX)                         02380126
               TO CLASS-DATE-CONVERSION.                                02400000
           MOVE TP-CLASS-NAME (TP-CLASS-IDX)                            02400126
               TO T2-CLASS-NAME.                                        02420000
           MOVE W-CLASS-MONTH TO T2-CLASS-MM.                           02430000
           MOVE W-CLASS-DAY   TO T2-CLASS-DD.                           02440000
           MOVE W-CLASS-YY    TO T2-CLASS-YY.                           02450000
      *    A W OR I MARK PRINTS WHERE THE PERCENTAGE WOULD.             24600025
           EVALUATE TRUE                                                24600125
               WHEN TP-CLASS-WITHDRAWN (TP-CLASS-IDX)                   24600126
                   MOVE "  W" TO T2-CLASS-PERC                          24600325
               WHEN TP-CLASS-INCOMPLETE (TP-CLASS-IDX)                  24600126
                   MOVE "  I" TO T2-CLASS-PERC                          24600525
               WHEN OTHER                                               24600625
                   MOVE TP-CLASS-GR-PERC (TP-CLASS-IDX)                 24600126
                       TO WS-PERC-EDIT                                  24600825
                   MOVE WS-PERC-EDIT TO T2-CLASS-PERC                   24600925
           END-EVALUATE.                                                24601025
           MOVE TP-CLASS-SECTION (TP-CLASS-IDX)                         24600126
               TO T2-CLASS-SECTION.                                     02470224
           MOVE TP-CLASS-INSTR (TP-CLASS-IDX)                           02470126
               TO T2-CLASS-INSTR.                                       02470424
           WRITE INQ-REPORT-DETAILS FROM T2-CLASS-LINE.                 02480000
           ADD 1 TO WS-LINE-CNT.                                        02490000
           WRITE INQ-REPORT-DETAILS FROM H2-HEADING.                    02570000
           MOVE 2 TO WS-LINE-CNT.                                       02580000
       C-END.                                                           02590000
           CLOSE INQ-PARM-FILE STUDENT-MASTER INQ-RPT-FILE.             02590126
           IF ARCHIVE-AVAILABLE                                         02590226
               CLOSE TERM-ARCHIVE.                                      02590326
           DISPLAY "Z13034P1 - REQUEST CARDS READ:     " WS-REQUEST-CNT.02610000
           DISPLAY "Z13034P1 - HISTORIES PRINTED:      " WS-PRINTED-CNT.02620000
           DISPLAY "Z13034P1 - USERIDS NOT ON MASTER:  "                02630000
               WS-NOT-FOUND-CNT.                                        02640000
           DISPLAY "Z13034P1 - ARCHIVED TERMS PRINTED: "                02640126
               WS-ARC-PRINTED-CNT.                                      02640226
           STOP RUN.                                                    02650000
