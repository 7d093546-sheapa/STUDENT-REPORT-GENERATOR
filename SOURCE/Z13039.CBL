      *   RELOAD - REBUILD THE KEYED MASTER FROM THE FLAT COPY.         00013000
      * RUN UNLOAD BEFORE EVERY Z13033P1 POSTING AS THE SAFETY NET,     00014000
      * AND RELOAD ONLY TO RECOVER A LOST OR HALF-POSTED CLUSTER.       00015000
      * THE DDTRMARC TERM ARCHIVE TRAVELS WITH THE MASTER -- UNLOAD     00010103
      * COPIES IT TO ITS OWN FLAT BACKUP (DDARCBKP) AFTER THE MASTER,   00010203
      * AND RELOAD REBUILDS IT FROM THAT COPY WHEN ONE IS SUPPLIED.     00010303
       ENVIRONMENT DIVISION.                                            00016000
       INPUT-OUTPUT SECTION.                                            00017000
       FILE-CONTROL.                                                    00018000
               RECORD KEY IS SM-USERID                                  00024000
               FILE STATUS IS WS-MASTER-FS.                             00025000
           SELECT BACKUP-FILE     ASSIGN TO DDMSTBKP.                   00026000
           SELECT TERM-ARCHIVE    ASSIGN TO DDTRMARC                    00020103
               ORGANIZATION IS INDEXED                                  00020203
               ACCESS MODE IS SEQUENTIAL                                00020303
               RECORD KEY IS TA-KEY                                     00020403
               FILE STATUS IS WS-ARCHIVE-FS.                            00020503
           SELECT ARC-BACKUP-FILE ASSIGN TO DDARCBKP                    00020603
               FILE STATUS IS WS-ARC-BACKUP-FS.                         00020703
           SELECT UTL-RPT-FILE    ASSIGN TO DDUTLRPT.                   00027000
       DATA DIVISION.                                                   00028000
       FILE SECTION.                                                    00029000
               RECORDING MODE IS F                                      00067000
               DATA RECORD IS BACKUP-RECORD.                            00068000
       01 BACKUP-RECORD               PIC X(4068).                      00069000
      *    TERM ARCHIVE AS BUILT BY Z13033P1 -- ONE RECORD PER TERM     00060103
      *    ROLLED OFF A FULL MASTER RECORD, KEYED ON USERID AND TERM    00060203
      *    ID.  LAYOUT MUST STAY IN STEP WITH TA-ARCHIVE-RECORD THERE.  00060303
       FD  TERM-ARCHIVE                                                 00060403
               DATA RECORDS ARE TA-ARCHIVE-RECORD TA-IMAGE-RECORD.      00060503
       01 TA-ARCHIVE-RECORD.                                            00060603
           05 TA-KEY.                                                   00060703
               10 TA-USERID            PIC X(6).                        00060803
               10 TA-TERM-ID           PIC X(8).                        00060903
           05 TA-TERM-NUM-CLASSES      PIC 9(02).                       00061003
           05 TA-TERM-CLASS-ENTRY OCCURS 10 TIMES                       00061103
                                  INDEXED BY TA-CLASS-IDX.              00061203
               10 TA-CLASS-NAME        PIC X(20).                       00061303
               10 TA-CLASS-GR-DATE     PIC X(8).                        00061403
               10 TA-CLASS-GR-PERC     PIC 9(3).                        00061503
               10 TA-CLASS-GR-MARK REDEFINES TA-CLASS-GR-PERC           00061603
                                       PIC X(3).                        00061703
               10 TA-CLASS-SECTION     PIC X(3).                        00061803
               10 TA-CLASS-INSTR       PIC X(15).                       00061903
           05 TA-TERM-OVERALL-AVG      PIC 9(3).                        00062003
           05 TA-TERM-FAIL-SW          PIC X.                           00062103
           05 TA-TERM-HONOR-SW         PIC X.                           00062203
           05 TA-STUDENT-NAME          PIC X(20).                       00062303
           05 TA-ARCHIVE-DATE          PIC X(8).                        00062403
           05 TA-ARCHIVE-TIME          PIC X(6).                        00062503
       01 TA-IMAGE-RECORD.                                              00062603
           05 FILLER                   PIC X(6).                        00062703
           05 TA-TERM-IMAGE            PIC X(505).                      00062803
           05 FILLER                   PIC X(34).                       00062903
      *    FLAT COPY OF THE TERM ARCHIVE, ONE RECORD PER ARCHIVED TERM. 00063003
       FD  ARC-BACKUP-FILE                                              00063103
               RECORDING MODE IS F                                      00063203
               DATA RECORD IS ARC-BACKUP-RECORD.                        00063303
       01 ARC-BACKUP-RECORD            PIC X(545).                      00063403
       FD  UTL-RPT-FILE                                                 00070000
               RECORDING MODE IS F                                      00071000
               DATA RECORD IS UTL-REPORT-DETAILS.                       00072000
             10 WS-EXCEPT-REC-CNT      PIC 9(05)   VALUE 0.             00088000
             10 WS-PAGE-CNT            PIC 9(05)   VALUE 0.             00089000
             10 WS-LINE-CNT            PIC 99      VALUE 70.            00090000
             10 WS-ARCHIVE-EOF         PIC X       VALUE "N".           00090103
             10 WS-ARC-BACKUP-EOF      PIC X       VALUE "N".           00090203
             10 WS-ARC-SWEEP-CNT       PIC 9(07)   VALUE 0.             00090303
             10 WS-ARC-WRITTEN-CNT     PIC 9(07)   VALUE 0.             00090403
          05 UTILITY-PARMS.                                             00091000
             10 WS-UTL-PARM-FS         PIC XX      VALUE "00".          00092000
             10 WS-MASTER-FS           PIC XX      VALUE "00".          00093000
      *    STRICTLY HIGHER OR THE SEQUENCE CHECK TRIPS.                 00097000
             10 WS-PREV-USERID         PIC X(6)    VALUE LOW-VALUES.    00098000
             10 WS-SLOT-SUB            PIC 9(02).                       09901002
             10 WS-ARCHIVE-FS          PIC XX      VALUE "00".          09900103
             10 WS-ARC-BACKUP-FS       PIC XX      VALUE "00".          09900203
             10 WS-PREV-ARC-KEY        PIC X(14)   VALUE LOW-VALUES.    09900303
       01 H1-HEADING.                                                   00099000
          05 FILLER                    PIC X       VALUE SPACES.        00100000
          05 FILLER                    PIC X(30)   VALUE                00101000
           PERFORM B-SWEEP-ONE THRU B-SWEEP-ONE-EXIT                    00189000
               UNTIL WS-MASTER-EOF = "Y".                               00190000
           CLOSE STUDENT-MASTER BACKUP-FILE.                            00191000
           PERFORM B-ARCHIVE-UNLOAD THRU B-ARCHIVE-UNLOAD-EXIT.         00190103
       B-SWEEP-ONE.                                                     00192000
           ADD 1 TO WS-SWEEP-CNT.                                       00193000
           MOVE "N" TO WS-EXCEPT-SW.                                    00194000
               PERFORM Z-EXCEPTION-LINE.                                00261000
       B-VALIDATE-CLASS-EXIT.                                           00262000
           EXIT.                                                        00263000
      *    COPY THE TERM ARCHIVE TO ITS OWN FLAT BACKUP.  A SITE THAT   00260103
      *    HAS NEVER ROLLED A TERM OFF HAS NO ARCHIVE YET -- THE COPY   00260203
      *    IS WRITTEN EMPTY SO THE PAIR OF BACKUPS STILL MATCHES.       00260303
       B-ARCHIVE-UNLOAD.                                                00260403
           OPEN OUTPUT ARC-BACKUP-FILE.                                 00260503
           OPEN INPUT TERM-ARCHIVE.                                     00260603
           IF WS-ARCHIVE-FS = "35"                                      00260703
               DISPLAY "Z13039P1 - NO TERM ARCHIVE ON FILE -- EMPTY "   00260803
                   "ARCHIVE BACKUP WRITTEN"                             00260903
               CLOSE ARC-BACKUP-FILE                                    00261003
               GO TO B-ARCHIVE-UNLOAD-EXIT.                             00261103
           IF WS-ARCHIVE-FS NOT = "00"                                  00261203
               DISPLAY "Z13039P1 - TERM ARCHIVE OPEN FAILED, "          00261303
                   "STATUS " WS-ARCHIVE-FS                              00261403
               MOVE 16 TO RETURN-CODE                                   00261503
               STOP RUN.                                                00261603
           PERFORM B-READ-ARCHIVE.                                      00261703
           PERFORM B-ARCHIVE-SWEEP-ONE THRU B-ARCHIVE-SWEEP-ONE-EXIT    00261803
               UNTIL WS-ARCHIVE-EOF = "Y".                              00261903
           CLOSE TERM-ARCHIVE ARC-BACKUP-FILE.                          00262003
       B-ARCHIVE-UNLOAD-EXIT.                                           00262103
           EXIT.                                                        00262203
       B-ARCHIVE-SWEEP-ONE.                                             00262303
           ADD 1 TO WS-ARC-SWEEP-CNT.                                   00262403
           MOVE "N" TO WS-EXCEPT-SW.                                    00262503
           PERFORM B-VALIDATE-ARCHIVE THRU B-VALIDATE-ARCHIVE-EXIT.     00262603
           IF RECORD-EXCEPTED                                           00262703
               ADD 1 TO WS-EXCEPT-REC-CNT.                              00262803
           WRITE ARC-BACKUP-RECORD FROM TA-ARCHIVE-RECORD.              00262903
           ADD 1 TO WS-ARC-WRITTEN-CNT.                                 00263003
           MOVE TA-KEY TO WS-PREV-ARC-KEY.                              00263103
           PERFORM B-READ-ARCHIVE.                                      00263203
       B-ARCHIVE-SWEEP-ONE-EXIT.                                        00263303
           EXIT.                                                        00263403
       B-READ-ARCHIVE.                                                  00263503
           READ TERM-ARCHIVE NEXT RECORD                                00263603
               AT END                                                   00263703
                   MOVE "Y" TO WS-ARCHIVE-EOF                           00263803
           END-READ.                                                    00263903
      *    AN ARCHIVED TERM GETS THE SAME TERM-LEVEL CHECKS AS A        00264003
      *    SLOT ON THE MASTER, PLUS ITS OWN KEY SEQUENCE.               00264103
       B-VALIDATE-ARCHIVE.                                              00264203
           MOVE TA-TERM-ID TO X1-TERM-ID.                               00264303
           IF TA-KEY NOT > WS-PREV-ARC-KEY                              00264403
               MOVE "ARCHIVE KEY SEQUENCE BROKEN" TO X1-EXCEPTION-TEXT  00264503
               PERFORM Z-ARC-EXCEPTION-LINE.                            00264603
           IF TA-TERM-ID = SPACES                                       00264703
               MOVE "ARCHIVED TERM ID BLANK" TO X1-EXCEPTION-TEXT       00264803
               PERFORM Z-ARC-EXCEPTION-LINE.                            00264903
           IF TA-TERM-NUM-CLASSES NOT NUMERIC                           00265003
               OR TA-TERM-NUM-CLASSES > 10                              00265103
               MOVE "BAD CLASS COUNT IN TERM" TO X1-EXCEPTION-TEXT      00265203
               PERFORM Z-ARC-EXCEPTION-LINE                             00265303
               GO TO B-VALIDATE-ARCHIVE-EXIT.                           00265403
           IF TA-TERM-OVERALL-AVG NOT NUMERIC                           00265503
               OR TA-TERM-OVERALL-AVG > 100                             00265603
               MOVE "BAD TERM OVERALL AVERAGE" TO X1-EXCEPTION-TEXT     00265703
               PERFORM Z-ARC-EXCEPTION-LINE.                            00265803
           PERFORM B-VALIDATE-ARC-CLASS THRU B-VALIDATE-ARC-CLASS-EXIT  00265903
               VARYING TA-CLASS-IDX FROM 1 BY 1                         00266003
               UNTIL TA-CLASS-IDX > TA-TERM-NUM-CLASSES.                00266103
       B-VALIDATE-ARCHIVE-EXIT.                                         00266203
           EXIT.                                                        00266303
       B-VALIDATE-ARC-CLASS.                                            00266403
           IF TA-CLASS-GR-MARK (TA-CLASS-IDX) = "W"                     00266503
               OR TA-CLASS-GR-MARK (TA-CLASS-IDX) = "I"                 00266603
               GO TO B-VALIDATE-ARC-CLASS-EXIT.                         00266703
           IF TA-CLASS-GR-PERC (TA-CLASS-IDX) NOT NUMERIC               00266803
                   OR TA-CLASS-GR-PERC (TA-CLASS-IDX) > 100             00266903
               MOVE "CLASS GRADE NOT NUMERIC 0-100"                     00267003
                   TO X1-EXCEPTION-TEXT                                 00267103
               PERFORM Z-ARC-EXCEPTION-LINE.                            00267203
       B-VALIDATE-ARC-CLASS-EXIT.                                       00267303
           EXIT.                                                        00267403
      *    REBUILD THE KEYED MASTER FROM THE FLAT COPY.  A RECORD       00264000
      *    THE WRITE REFUSES (OUT OF SEQUENCE, DUPLICATE KEY) IS        00265000
      *    LISTED AND SKIPPED -- A RECOVERY RUN SALVAGES EVERYTHING     00266000
           PERFORM D-RELOAD-ONE THRU D-RELOAD-ONE-EXIT                  00278000
               UNTIL WS-BACKUP-EOF = "Y".                               00279000
           CLOSE BACKUP-FILE STUDENT-MASTER.                            00280000
           PERFORM D-ARCHIVE-RELOAD THRU D-ARCHIVE-RELOAD-EXIT.         00280103
       D-RELOAD-ONE.                                                    00281000
           ADD 1 TO WS-SWEEP-CNT.                                       00282000
           MOVE BACKUP-RECORD TO SM-MASTER-RECORD.                      00283000
               AT END                                                   00298000
                   MOVE "Y" TO WS-BACKUP-EOF                            00299000
           END-READ.                                                    00300000
      *    REBUILD THE TERM ARCHIVE FROM ITS FLAT COPY.  A RELOAD       00300103
      *    FROM A BACKUP TAKEN BEFORE THE ARCHIVE EXISTED HAS NO        00300203
      *    DDARCBKP COPY AND LEAVES THE ARCHIVE AS IT STANDS.           00300303
       D-ARCHIVE-RELOAD.                                                00300403
           OPEN INPUT ARC-BACKUP-FILE.                                  00300503
           IF WS-ARC-BACKUP-FS NOT = "00"                               00300603
               DISPLAY "Z13039P1 - NO ARCHIVE BACKUP, STATUS "          00300703
                   WS-ARC-BACKUP-FS " -- TERM ARCHIVE NOT RELOADED"     00300803
               GO TO D-ARCHIVE-RELOAD-EXIT.                             00300903
           OPEN OUTPUT TERM-ARCHIVE.                                    00301003
           IF WS-ARCHIVE-FS NOT = "00"                                  00301103
               DISPLAY "Z13039P1 - TERM ARCHIVE OPEN FAILED, "          00301203
                   "STATUS " WS-ARCHIVE-FS                              00301303
               MOVE 16 TO RETURN-CODE                                   00301403
               STOP RUN.                                                00301503
           PERFORM D-READ-ARC-BACKUP.                                   00301603
           PERFORM D-ARCHIVE-RELOAD-ONE THRU D-ARCHIVE-RELOAD-ONE-EXIT  00301703
               UNTIL WS-ARC-BACKUP-EOF = "Y".                           00301803
           CLOSE ARC-BACKUP-FILE TERM-ARCHIVE.                          00301903
       D-ARCHIVE-RELOAD-EXIT.                                           00302003
           EXIT.                                                        00302103
       D-ARCHIVE-RELOAD-ONE.                                            00302203
           ADD 1 TO WS-ARC-SWEEP-CNT.                                   00302303
           MOVE ARC-BACKUP-RECORD TO TA-ARCHIVE-RECORD.                 00302403
           WRITE TA-ARCHIVE-RECORD                                      00302503
               INVALID KEY                                              00302603
                   MOVE TA-TERM-ID TO X1-TERM-ID                        00302703
                   MOVE "ARCHIVE RELOAD WRITE REFUSED"                  00302803
                       TO X1-EXCEPTION-TEXT                             00302903
                   PERFORM Z-ARC-EXCEPTION-LINE                         00303003
                   ADD 1 TO WS-EXCEPT-REC-CNT                           00303103
               NOT INVALID KEY                                          00303203
                   ADD 1 TO WS-ARC-WRITTEN-CNT                          00303303
           END-WRITE.                                                   00303403
           PERFORM D-READ-ARC-BACKUP.                                   00303503
       D-ARCHIVE-RELOAD-ONE-EXIT.                                       00303603
           EXIT.                                                        00303703
       D-READ-ARC-BACKUP.                                               00303803
           READ ARC-BACKUP-FILE                                         00303903
               AT END                                                   00304003
                   MOVE "Y" TO WS-ARC-BACKUP-EOF                        00304103
           END-READ.                                                    00304203
       C-END.                                                           00301000
           PERFORM Z-TOTALS.                                            00302000
           CLOSE UTL-RPT-FILE.                                          00303000
               WS-EXCEPT-REC-CNT.                                       00309000
           DISPLAY "Z13039P1 - EXCEPTION LINES:        "                00310000
               WS-EXCEPT-CNT.                                           00311000
           DISPLAY "Z13039P1 - ARCHIVED TERMS SWEPT:   "                00310103
               WS-ARC-SWEEP-CNT.                                        00310203
           DISPLAY "Z13039P1 - ARCHIVED TERMS WRITTEN: "                00310303
               WS-ARC-WRITTEN-CNT.                                      00310403
      *    EXCEPTIONS END THE RUN WITH CONDITION CODE 8 SO THE          00312000
      *    SCHEDULER FLAGS THE LISTING BEFORE ANYONE TRUSTS THE         00313000
      *    BACKUP OR THE REBUILT CLUSTER.                               00314000
           MOVE SM-USERID TO X1-USERID.                                 00332000
           WRITE UTL-REPORT-DETAILS FROM X1-EXCEPTION-LINE.             00333000
           ADD 1 TO WS-LINE-CNT.                                        00334000
      *    SAME LINE FOR A TERM ARCHIVE RECORD, KEYED BY ITS OWN USERID.00330103
       Z-ARC-EXCEPTION-LINE.                                            00330203
           MOVE "Y" TO WS-EXCEPT-SW.                                    00330303
           ADD 1 TO WS-EXCEPT-CNT.                                      00330403
           IF WS-LINE-CNT > 65                                          00330503
               PERFORM Z-HEADINGS.                                      00330603
           MOVE TA-USERID TO X1-USERID.                                 00330703
           WRITE UTL-REPORT-DETAILS FROM X1-EXCEPTION-LINE.             00330803
           ADD 1 TO WS-LINE-CNT.                                        00330903
       Z-TOTALS.                                                        00335000
      *    A CLEAN RUN STILL PRINTS THE TOTALS PAGE SO OPERATIONS       00336000
      *    CAN SEE THE SWEEP ACTUALLY COVERED THE FILE.                 00337000
           MOVE "EXCEPTION LINES PRINTED"      TO T1-TOTAL-TEXT.        00350000
           MOVE WS-EXCEPT-CNT                  TO T1-TOTAL-CNT.         00351000
           WRITE UTL-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00352000
           MOVE "ARCHIVED TERMS SWEPT"         TO T1-TOTAL-TEXT.        00350103
           MOVE WS-ARC-SWEEP-CNT               TO T1-TOTAL-CNT.         00350203
           WRITE UTL-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00350303
           MOVE "ARCHIVED TERMS WRITTEN"       TO T1-TOTAL-TEXT.        00350403
           MOVE WS-ARC-WRITTEN-CNT             TO T1-TOTAL-CNT.         00350503
           WRITE UTL-REPORT-DETAILS FROM T1-TOTAL-LINE.                 00350603
