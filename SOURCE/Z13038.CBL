      * TERM HAS ITS OVERALL AVERAGE AND FAIL/HONOR STANDING            00012000
      * REFILED UNDER THE SAME RULES Z13033P1 USES, SO THE MASTER       00013000
      * NEVER CARRIES A STANDING ITS OWN GRADES NO LONGER SUPPORT.      00014000
      * A DELETE, MOVE, OR PURGE CARRIES THROUGH TO THE STUDENT'S       00010106
      * TERMS ON THE DDTRMARC TERM ARCHIVE AS WELL, SO NO ARCHIVED      00010206
      * HISTORY IS LEFT UNDER A USERID THE MASTER NO LONGER HOLDS.      00010306
       ENVIRONMENT DIVISION.                                            00015000
       INPUT-OUTPUT SECTION.                                            00016000
       FILE-CONTROL.                                                    00017000
               ACCESS MODE IS RANDOM                                    00024000
               RECORD KEY IS SM-USERID                                  00025000
               FILE STATUS IS WS-MASTER-FS.                             00026000
           SELECT TERM-ARCHIVE    ASSIGN TO DDTRMARC                    00020106
               ORGANIZATION IS INDEXED                                  00020206
               ACCESS MODE IS DYNAMIC                                   00020306
               RECORD KEY IS TA-KEY                                     00020406
               FILE STATUS IS WS-ARCHIVE-FS.                            00020506
           SELECT MNT-RPT-FILE    ASSIGN TO DDMNTRPT.                   00027000
       DATA DIVISION.                                                   00028000
       FILE SECTION.                                                    00029000
      *    ONE CARD PER MAINTENANCE ACTION.  FUNCTION CODES:            00030000
      *      C - CORRECT ONE CLASS GRADE IN THE NAMED TERM              00031000
      *      D - DELETE THE STUDENT'S MASTER RECORD AND ARCHIVE         00032006
      *      M - MOVE THE RECORD AND ARCHIVE TO THE NEW USERID          00033006
      *      P - PURGE THE NAMED TERM, MASTER SLOT OR ARCHIVED          00034006
      *    FIELDS A FUNCTION DOES NOT USE ARE LEFT BLANK ON THE CARD.   00035000
      *    A "C" CARD MAY CARRY THE GRADE IT EXPECTS TO REPLACE -- THE  00030105
      *    CARDS Z13049P1 WRITES FOR A GRANTED APPEAL ALWAYS DO.  IF    00030205
      *    THE MASTER NO LONGER HOLDS THAT GRADE THE CARD IS REJECTED   00030305
      *    RATHER THAN OVERLAY A CHANGE MADE SINCE IT WAS PUNCHED.      00030405
       FD  MNT-TRAN-FILE                                                00036000
               RECORDING MODE IS F                                      00037000
               DATA RECORD IS MNT-TRAN-RECORD.                          00038000
           05 TRN-CLASS-NAME          PIC X(20).                        00047000
           05 TRN-NEW-PERC            PIC X(3).                         00048000
           05 TRN-NEW-USERID          PIC X(6).                         00049000
           05 TRN-OLD-PERC            PIC X(3).                         00040105
           05 FILLER                  PIC X(33).                        00050000
      *    SAME OPTIONAL PARAMETER CARD Z13033P1 READS -- ONLY THE      00051000
      *    PASSING CUTOFF MATTERS HERE, FOR REFILING A TERM'S           00052000
      *    STANDING AFTER A CORRECTION OR PURGE.                        00053000
      *    CREDIT HOURS, ACTIVE FLAG.  THE EDIT VALIDATES EVERY         06401102
      *    UI-CLASS-NAME AGAINST IT AND THE PER-STUDENT AVERAGES        06401202
      *    WEIGHT EACH CLASS BY ITS CREDIT HOURS.  LAYOUT MUST STAY     06401302
      *    IN STEP ACROSS Z13032P3, Z13033P1, Z13038P1, Z13045P1,       06400106
      *    Z13046P1, AND Z13047P1.                                      06401406
       FD  CATALOG-FILE                                                 06401502
               RECORDING MODE IS F                                      06401602
               DATA RECORD IS CAT-RECORD.                               06401702
           05 CAT-COURSE-NAME         PIC X(20).                        06401902
           05 CAT-CREDIT-HOURS        PIC 9(02).                        06402002
           05 CAT-ACTIVE-FLAG         PIC X.                            06402102
      *    A "P" IN CAT-CARD-TYPE MAKES THE CARD A PREREQUISITE         06400104
      *    CARD -- CAT-COURSE-NAME REQUIRES A PASS IN CAT-PREREQ-NAME,  06400204
      *    ONE CARD PER PREREQUISITE.  COURSE CARDS LEAVE BOTH BLANK.   06400304
           05 CAT-CARD-TYPE           PIC X.                            06400404
              88 CAT-PREREQ-CARD                VALUE "P".              06400504
           05 CAT-PREREQ-NAME         PIC X(20).                        06400604
           05 FILLER                  PIC X(36).                        06400704
      *    STUDENT MASTER AS BUILT BY Z13033P1 -- LAYOUT MUST STAY IN   00063000
      *    STEP WITH SM-MASTER-RECORD THERE.                            00064000
       FD  STUDENT-MASTER                                               00065000
                  88 SM-TERM-FAILING             VALUE "Y".             00084000
               10 SM-TERM-HONOR-SW     PIC X.                           00085000
                  88 SM-TERM-HONOR-ROLL          VALUE "Y".             00086000
      *    TERM ARCHIVE AS BUILT BY Z13033P1 -- ONE RECORD PER TERM     00080106
      *    ROLLED OFF A FULL MASTER RECORD, KEYED ON USERID AND TERM    00080206
      *    ID.  LAYOUT MUST STAY IN STEP WITH TA-ARCHIVE-RECORD THERE.  00080306
       FD  TERM-ARCHIVE                                                 00080406
               DATA RECORD IS TA-ARCHIVE-RECORD.                        00080506
       01 TA-ARCHIVE-RECORD.                                            00080606
           05 TA-KEY.                                                   00080706
               10 TA-USERID            PIC X(6).                        00080806
               10 TA-TERM-ID           PIC X(8).                        00080906
           05 TA-TERM-NUM-CLASSES      PIC 9(02).                       00081006
           05 TA-TERM-CLASS-ENTRY OCCURS 10 TIMES                       00081106
                                  INDEXED BY TA-CLASS-IDX.              00081206
               10 TA-CLASS-NAME        PIC X(20).                       00081306
               10 TA-CLASS-GR-DATE     PIC X(8).                        00081406
               10 TA-CLASS-GR-PERC     PIC 9(3).                        00081506
               10 TA-CLASS-GR-MARK REDEFINES TA-CLASS-GR-PERC           00081606
                                       PIC X(3).                        00081706
               10 TA-CLASS-SECTION     PIC X(3).                        00081806
               10 TA-CLASS-INSTR       PIC X(15).                       00081906
           05 TA-TERM-OVERALL-AVG      PIC 9(3).                        00082006
           05 TA-TERM-FAIL-SW          PIC X.                           00082106
           05 TA-TERM-HONOR-SW         PIC X.                           00082206
           05 TA-STUDENT-NAME          PIC X(20).                       00082306
           05 TA-ARCHIVE-DATE          PIC X(8).                        00082406
           05 TA-ARCHIVE-TIME          PIC X(6).                        00082506
       FD  MNT-RPT-FILE                                                 00087000
               RECORDING MODE IS F                                      00088000
               DATA RECORD IS MNT-REPORT-DETAILS.                       00089000
             10 WS-PAGE-CNT            PIC 9(05)   VALUE 0.             00104000
             10 WS-LINE-CNT            PIC 99      VALUE 70.            00105000
             10 WS-SHIFT-IDX           PIC 9(02).                       00106000
             10 WS-ARC-MOVED-CNT       PIC 9(05)   VALUE 0.             00100106
             10 WS-ARC-DELETED-CNT     PIC 9(05)   VALUE 0.             00100206
          05 REPORT-PARMS.                                              00107000
             10 WS-PASS-PERCENT        PIC 9(03)  VALUE 70.             00108000
             10 WS-SITE-PARM-FS        PIC XX     VALUE "00".           00109000
             10 WS-TRAN-FS             PIC XX     VALUE "00".           00110000
             10 WS-MASTER-FS           PIC XX     VALUE "00".           00111000
             10 WS-ARCHIVE-FS          PIC XX     VALUE "00".           00110106
          05 MAINT-PARMS.                                               00112000
             10 WS-REJECT-SW           PIC X      VALUE "N".            00113000
                88 TRAN-REJECTED                  VALUE "Y".            00114000
             10 WS-TERM-SLOT           PIC 9(02).                       00120000
             10 WS-CLASS-SLOT          PIC 9(02).                       00121000
             10 WS-OLD-PERC            PIC X(3).                        00122000
             10 WS-ARCHIVE-SW          PIC X      VALUE "N".            00120106
                88 ARCHIVE-AVAILABLE              VALUE "Y".            00120206
             10 WS-ARC-EOF             PIC X      VALUE "N".            00120306
             10 WS-ARC-FOUND-SW        PIC X      VALUE "N".            00120406
                88 ARC-TERM-FOUND                 VALUE "Y".            00120506
      *    TERM-STANDING WORK FIELDS -- SAME RULES Z13033P1 APPLIES     00123000
      *    WHEN IT FILES A TERM.                                        00124000
             10 WS-CRED-SUM            PIC 9(05).                       13001002
               MOVE 16 TO RETURN-CODE                                   00218000
               STOP RUN                                                 00219000
           END-IF.                                                      00220000
      *    THE TERM ARCHIVE ONLY EXISTS ONCE SOME STUDENT HAS FILLED    00220106
      *    ALL EIGHT MASTER SLOTS -- WITHOUT ONE THERE ARE NO ARCHIVED  00220206
      *    TERMS TO CARRY, AND THE MASTER IS MAINTAINED ALONE.          00220306
           OPEN I-O TERM-ARCHIVE.                                       00220406
           IF WS-ARCHIVE-FS = "00"                                      00220506
               MOVE "Y" TO WS-ARCHIVE-SW                                00220606
           ELSE                                                         00220706
               IF WS-ARCHIVE-FS NOT = "35"                              00220806
                   DISPLAY "Z13038P1 - TERM ARCHIVE OPEN FAILED, "      00220906
                       "STATUS " WS-ARCHIVE-FS                          00221006
                   MOVE 16 TO RETURN-CODE                               00221106
                   STOP RUN                                             00221206
               END-IF                                                   00221306
           END-IF.                                                      00221406
           OPEN OUTPUT MNT-RPT-FILE.                                    00221000
           READ MNT-TRAN-FILE                                           00222000
               AT END                                                   00223000
           END-READ.                                                    25103302
           IF CAT-COURSE-NAME = SPACES                                  25103402
               GO TO A-CATALOG-READ-ONE-EXIT.                           25103502
      *    PREREQUISITE CARDS ARE NOT COURSES -- Z13046P1 READS THEM.   25100104
           IF CAT-PREREQ-CARD                                           25100204
               GO TO A-CATALOG-READ-ONE-EXIT.                           25100304
      *    A CATALOG THE TABLE CANNOT HOLD WOULD SILENTLY PASS OR       25103602
      *    FAIL THE WRONG COURSES -- ABORT THE SAME WAY THE OTHER       25103702
      *    TABLE GUARDS DO RATHER THAN EDIT AGAINST HALF A CATALOG.     25103802
           MOVE "N"    TO WS-REJECT-SW.                                 00245000
           MOVE SPACES TO WS-REJECT-REASON.                             00246000
           MOVE SPACES TO WS-OLD-PERC.                                  00247000
           PERFORM B-TRAN-EDIT THRU B-TRAN-EDIT-EXIT.                   00248006
           IF NOT TRAN-REJECTED                                         00249000
               EVALUATE TRUE                                            00250000
                   WHEN TRN-CORRECT                                     00251000
                       PERFORM B-APPLY-CORRECT THRU B-APPLY-CORRECT-EXIT00252006
                   WHEN TRN-DELETE                                      00253000
                       PERFORM B-APPLY-DELETE THRU B-APPLY-DELETE-EXIT  00254006
                   WHEN TRN-MOVE                                        00255000
                       PERFORM B-APPLY-MOVE THRU B-APPLY-MOVE-EXIT      00256006
                   WHEN TRN-PURGE                                       00257000
                       PERFORM B-APPLY-PURGE THRU B-APPLY-PURGE-EXIT    00258006
               END-EVALUATE                                             00259000
           END-IF.                                                      00260000
           PERFORM Z-REGISTER-LINE.                                     00261000
                   MOVE "CLASS NAME MISSING" TO WS-REJECT-REASON        00291000
                   GO TO B-TRAN-EDIT-EXIT                               00292000
               END-IF                                                   00293000
               PERFORM B-EDIT-NEW-PERC THRU B-EDIT-NEW-PERC-EXIT        00294006
               IF TRAN-REJECTED                                         00295000
                   GO TO B-TRAN-EDIT-EXIT                               00296000
               END-IF                                                   00297000
           SET SM-CLASS-IDX TO WS-CLASS-SLOT.                           00345000
           MOVE SM-CLASS-GR-PERC (SM-TERM-IDX SM-CLASS-IDX)             00346000
               TO WS-OLD-PERC.                                          00347000
           IF TRN-OLD-PERC NOT = SPACES                                 00340105
                   AND TRN-OLD-PERC NOT = WS-OLD-PERC                   00340205
               MOVE "Y" TO WS-REJECT-SW                                 00340305
               MOVE "OLD GRADE NOT ON MASTER" TO WS-REJECT-REASON       00340405
               GO TO B-APPLY-CORRECT-EXIT.                              00340505
      *    STORED THROUGH THE TEXT VIEW, NOT THE NUMERIC PICTURE --     34801003
      *    A W/I CORRECTION WOULD OTHERWISE HAVE ITS TRAILING BLANK     34801103
      *    ZONE-FIXED ON THE WAY IN.  A NUMERIC GRADE, ALREADY          34801203
               INVALID KEY                                              00356000
                   MOVE "Y" TO WS-REJECT-SW                             00357000
                   MOVE "DELETE FAILED" TO WS-REJECT-REASON             00358000
                   GO TO B-APPLY-DELETE-EXIT                            00350106
           END-DELETE.                                                  00359000
           PERFORM B-ARCHIVE-CARRY THRU B-ARCHIVE-CARRY-EXIT.           00350106
       B-APPLY-DELETE-EXIT.                                             00350206
           EXIT.                                                        00350306
      *    MOVE THE WHOLE RECORD TO THE REASSIGNED USERID -- THE OLD    00360000
      *    KEY IS FREED AND EVERY FILED TERM TRAVELS TO THE NEW ONE,    00361000
      *    SO Z13034P1 INQUIRIES FIND THE HISTORY AGAIN.                00362000
                   MOVE 16 TO RETURN-CODE                               00390000
                   STOP RUN                                             00391000
           END-WRITE.                                                   00392000
           PERFORM B-ARCHIVE-CARRY THRU B-ARCHIVE-CARRY-EXIT.           00390106
       B-APPLY-MOVE-EXIT.                                               00393000
           EXIT.                                                        00394000
      *    DROP THE NAMED TERM SLOT AND SLIDE THE LATER TERMS DOWN --   00395000
      *    LEFT WITH NO TERMS IS KEPT; REMOVING THE STUDENT OUTRIGHT    00397000
      *    IS A DELETE CARD, NOT A SIDE EFFECT OF A PURGE.              00398000
       B-APPLY-PURGE.                                                   00399000
           PERFORM B-ARCHIVE-PURGE-TERM THRU B-ARCHIVE-PURGE-TERM-EXIT. 00390106
           PERFORM B-FIND-TERM.                                         00400000
           IF WS-TERM-SLOT = 0                                          00401000
               IF NOT ARC-TERM-FOUND                                    00400106
                   MOVE "Y" TO WS-REJECT-SW                             00400206
                   MOVE "TERM NOT ON FILE" TO WS-REJECT-REASON          00400306
               END-IF                                                   00400406
               GO TO B-APPLY-PURGE-EXIT.                                00400506
           PERFORM B-PURGE-SHIFT-ONE THRU B-PURGE-SHIFT-ONE-EXIT        00405000
               VARYING WS-SHIFT-IDX FROM WS-TERM-SLOT BY 1              00406000
               UNTIL WS-SHIFT-IDX >= SM-TERM-COUNT.                     00407000
      *    SAME WAY Z13033P1 FILES THE TERM.                            46601102
           MOVE SM-CLASS-NAME (SM-TERM-IDX SM-CLASS-IDX)                46601202
               TO WS-CAT-LOOKUP-NAME.                                   46601302
           PERFORM B-CLASS-CREDITS THRU B-CLASS-CREDITS-EXIT.           46601406
           ADD WS-CLASS-CREDITS TO WS-CRED-SUM.                         46601502
           COMPUTE WS-OVERALL-SUM = WS-OVERALL-SUM                      46701002
               + SM-CLASS-GR-PERC (SM-TERM-IDX SM-CLASS-IDX)            46701102
           MOVE 1 TO WS-CLASS-CREDITS.                                  44102702
           IF NOT CATALOG-AVAILABLE                                     44102802
               GO TO B-CLASS-CREDITS-EXIT.                              44102902
           PERFORM B-CATALOG-FIND THRU B-CATALOG-FIND-EXIT.             44103006
           IF WS-CAT-SLOT > 0                                           44103102
               MOVE CAT-TAB-CREDITS (WS-CAT-SLOT)                       44103202
                   TO WS-CLASS-CREDITS.                                 44103302
       B-CLASS-CREDITS-EXIT.                                            44103402
           EXIT.                                                        44103502
      *    CARRY THE STUDENT'S ARCHIVED TERMS ALONG WITH THE MASTER --  44100106
      *    ON A MOVE EACH ONE IS FILED AGAIN UNDER THE NEW USERID, AND  44100206
      *    ON A MOVE OR DELETE THE OLD KEY IS REMOVED.  THE ARCHIVE IS  44100306
      *    POSITIONED AFRESH FOR EACH TERM, SO THE RECORDS WRITTEN AND  44100406
      *    DELETED ALONG THE WAY NEVER DISTURB THE BROWSE.              44100506
       B-ARCHIVE-CARRY.                                                 44100606
           IF NOT ARCHIVE-AVAILABLE                                     44100706
               GO TO B-ARCHIVE-CARRY-EXIT.                              44100806
           MOVE "N" TO WS-ARC-EOF.                                      44100906
           PERFORM B-ARCHIVE-CARRY-ONE THRU B-ARCHIVE-CARRY-ONE-EXIT    44101006
               UNTIL WS-ARC-EOF = "Y".                                  44101106
       B-ARCHIVE-CARRY-EXIT.                                            44101206
           EXIT.                                                        44101306
       B-ARCHIVE-CARRY-ONE.                                             44101406
           MOVE TRN-USERID  TO TA-USERID.                               44101506
           MOVE LOW-VALUES  TO TA-TERM-ID.                              44101606
           START TERM-ARCHIVE KEY NOT < TA-KEY                          44101706
               INVALID KEY                                              44101806
                   MOVE "Y" TO WS-ARC-EOF                               44101906
                   GO TO B-ARCHIVE-CARRY-ONE-EXIT                       44102006
           END-START.                                                   44102106
           READ TERM-ARCHIVE NEXT RECORD                                44102206
               AT END                                                   44102306
                   MOVE "Y" TO WS-ARC-EOF                               44102406
                   GO TO B-ARCHIVE-CARRY-ONE-EXIT                       44102506
           END-READ.                                                    44102606
           IF TA-USERID NOT = TRN-USERID                                44102706
               MOVE "Y" TO WS-ARC-EOF                                   44102806
               GO TO B-ARCHIVE-CARRY-ONE-EXIT.                          44102906
      *    A TERM ALREADY ARCHIVED UNDER THE NEW USERID IS REPLACED,    44103006
      *    NOT DUPLICATED -- THE SAME RULE Z13033P1 FILES UNDER.        44103106
           IF TRN-MOVE                                                  44103206
               MOVE TRN-NEW-USERID TO TA-USERID                         44103306
               WRITE TA-ARCHIVE-RECORD                                  44103406
                   INVALID KEY                                          44103506
                       REWRITE TA-ARCHIVE-RECORD                        44103606
                           INVALID KEY                                  44103706
                               DISPLAY "Z13038P1 - TERM ARCHIVE WRITE " 44103806
                                   "FAILED FOR " TA-USERID " "          44103906
                                   TA-TERM-ID " STATUS " WS-ARCHIVE-FS  44104006
                               MOVE 16 TO RETURN-CODE                   44104106
                               STOP RUN                                 44104206
                       END-REWRITE                                      44104306
               END-WRITE                                                44104406
               ADD 1 TO WS-ARC-MOVED-CNT                                44104506
               MOVE TRN-USERID TO TA-USERID                             44104606
           ELSE                                                         44104706
               ADD 1 TO WS-ARC-DELETED-CNT                              44104806
           END-IF.                                                      44104906
           DELETE TERM-ARCHIVE RECORD                                   44105006
               INVALID KEY                                              44105106
                   DISPLAY "Z13038P1 - TERM ARCHIVE DELETE FAILED FOR " 44105206
                       TA-USERID " " TA-TERM-ID " STATUS " WS-ARCHIVE-FS44105306
                   MOVE 16 TO RETURN-CODE                               44105406
                   STOP RUN                                             44105506
           END-DELETE.                                                  44105606
       B-ARCHIVE-CARRY-ONE-EXIT.                                        44105706
           EXIT.                                                        44105806
      *    A PURGED TERM GOES FROM THE ARCHIVE TOO.  A TERM FILED IN    44105906
      *    ERROR THAT HAS SINCE ROLLED OFF THE MASTER IS PURGED FROM    44106006
      *    THE ARCHIVE ALONE.                                           44106106
       B-ARCHIVE-PURGE-TERM.                                            44106206
           MOVE "N" TO WS-ARC-FOUND-SW.                                 44106306
           IF NOT ARCHIVE-AVAILABLE                                     44106406
               GO TO B-ARCHIVE-PURGE-TERM-EXIT.                         44106506
           MOVE TRN-USERID  TO TA-USERID.                               44106606
           MOVE TRN-TERM-ID TO TA-TERM-ID.                              44106706
           DELETE TERM-ARCHIVE RECORD                                   44106806
               INVALID KEY                                              44106906
                   IF WS-ARCHIVE-FS NOT = "23"                          44107006
                       DISPLAY "Z13038P1 - TERM ARCHIVE DELETE FAILED " 44107106
                           "FOR " TA-USERID " " TA-TERM-ID              44107206
                           " STATUS " WS-ARCHIVE-FS                     44107306
                       MOVE 16 TO RETURN-CODE                           44107406
                       STOP RUN                                         44107506
                   END-IF                                               44107606
               NOT INVALID KEY                                          44107706
                   MOVE "Y" TO WS-ARC-FOUND-SW                          44107806
                   ADD 1 TO WS-ARC-DELETED-CNT                          44107906
           END-DELETE.                                                  44108006
       B-ARCHIVE-PURGE-TERM-EXIT.                                       44108106
           EXIT.                                                        44108206
       B-REWRITE-MASTER.                                                00475000
           REWRITE SM-MASTER-RECORD                                     00476000
               INVALID KEY                                              00477000
       C-END.                                                           00483000
           PERFORM Z-TOTALS.                                            00484000
           CLOSE MNT-TRAN-FILE STUDENT-MASTER MNT-RPT-FILE.             00485000
           IF ARCHIVE-AVAILABLE                                         00480106
               CLOSE TERM-ARCHIVE.                                      00480206
           DISPLAY "Z13038P1 - TRANSACTIONS READ:      " WS-TRAN-CNT.   00486000
           DISPLAY "Z13038P1 - TRANSACTIONS APPLIED:   "                00487000
               WS-APPLIED-CNT.                                          00488000
           DISPLAY "Z13038P1 - TRANSACTIONS REJECTED:  "                00489000
               WS-REJECTED-CNT.                                         00490000
           DISPLAY "Z13038P1 - ARCHIVED TERMS MOVED:   "                00490106
               WS-ARC-MOVED-CNT.                                        00490206
           DISPLAY "Z13038P1 - ARCHIVED TERMS DELETED: "                00490306
               WS-ARC-DELETED-CNT.                                      00490406
      *    A RUN THAT REJECTED ANYTHING ENDS WITH CONDITION CODE 8      00491000
      *    SO THE SCHEDULER FLAGS THE REGISTER FOR THE OFFICE.          00492000
           IF WS-REJECTED-CNT > 0                                       00493000
