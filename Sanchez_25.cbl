000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SANCHEZ25.
000030 AUTHOR. J SANCHEZ.
000040 INSTALLATION. REGISTRAR SYSTEMS UNIT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    TERM-START TUITION ASSESSMENT BATCH                         *
000100*                                                                *
000110*    CHARGES EVERY ACTIVE STUDENT ENROLLED IN THE GIVEN TERM    *
000120*    (ENROLL-TERM ON THE MASTER) THE FEE ON THE FEE SCHEDULE    *
000130*    (FEESCHD, KEPT BY SANCHEZ24) FOR THEIR COURSE AND THAT     *
000140*    TERM: ONE CHARGE LINE FOR THE TUITION AND ONE FOR THE      *
000150*    MISCELLANEOUS FEES, POSTED TO THE STUDENT LEDGER (LEDGMST) *
000160*    WITH REFERENCE ASSESS. A STUDENT WHOSE TERM ALREADY CARRIES *
000170*    A CHARGE IS NOT CHARGED AGAIN, SO THE RUN CAN BE REPEATED  *
000180*    SAFELY AFTER LATE ENROLLMENTS. EVERY ACTIVE STUDENT IN THE *
000190*    TERM GETS ONE LINE ON THE ASSESSMENT REPORT (ASSESRPT)     *
000200*    SHOWING THE AMOUNT CHARGED OR WHY NOTHING WAS, AS THE      *
000210*    TERM-END REPORT DOES. THE MASTER IS ONLY READ. THE RUN IS  *
000220*    SUPERVISOR-ONLY.                                           *
000230*                                                                *
000240*    MODIFICATION HISTORY                                        *
000250*     DATE       BY   DESCRIPTION                                *
000260*     2026-10-15 JS   INITIAL VERSION                            *
000270*     2026-10-15 JS   TERM RECORD COPY PICKED UP THE NEW TERMREC *
000280*                     FIELD CENSUS-DATE; PROCESSING IS UNCHANGED *
000290*****************************************************************

000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-370.
000330 OBJECT-COMPUTER. IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT STUDENT-MASTER-FILE
000370         ASSIGN TO "STUDMAST"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS SM-SNO
000410         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000420     SELECT TERM-MASTER-FILE
000430         ASSIGN TO "TERMMST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS TM-TERM-CODE
000470         FILE STATUS IS WS-TERM-FILE-STATUS.
000480     SELECT LEDGER-FILE
000490         ASSIGN TO "LEDGMST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS LG-LEDG-KEY
000530         FILE STATUS IS WS-LEDG-FILE-STATUS.
000540     SELECT FEE-SCHEDULE-FILE
000550         ASSIGN TO "FEESCHD"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS FS-FEE-KEY
000590         FILE STATUS IS WS-FEE-FILE-STATUS.
000600     SELECT ASSESS-REPORT-FILE
000610         ASSIGN TO "ASSESRPT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-REPORT-FILE-STATUS.
000640     SELECT OPERATOR-MASTER-FILE
000650         ASSIGN TO "OPERMST"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS OM-OPER-ID
000690         FILE STATUS IS WS-OPER-FILE-STATUS.

000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  STUDENT-MASTER-FILE.
000730 01  STUDENT-MASTER-RECORD.
000740     COPY STUDREC
000750         REPLACING ==03== BY ==02==
000760             ==FULLNAME== BY ==SM-FULLNAME==
000770             ==SNO== BY ==SM-SNO==
000780             ==COURSE== BY ==SM-COURSE==
000790             ==CONTACT-INFO== BY ==SM-CONTACT-INFO==
000800             ==MOBILE== BY ==SM-MOBILE==
000810             ==LANDLINE== BY ==SM-LANDLINE==
000820             ==AGE== BY ==SM-AGE==
000830             ==STATUS-CODE== BY ==SM-STATUS-CODE==
000840             ==STUDENT-ACTIVE== BY ==SM-STUDENT-ACTIVE==
000850             ==STUDENT-WITHDRAWN== BY ==SM-STUDENT-WITHDRAWN==
000860             ==STUDENT-GRADUATED== BY ==SM-STUDENT-GRADUATED==
000870             ==STATUS-DATE== BY ==SM-STATUS-DATE==
000880             ==ENROLL-TERM== BY ==SM-ENROLL-TERM==.

000890 FD  TERM-MASTER-FILE.
000900 01  TERM-MASTER-RECORD.
000910     COPY TERMREC
000920         REPLACING ==03== BY ==02==
000930             ==TERM-CODE== BY ==TM-TERM-CODE==
000940             ==TERM-START-DATE== BY ==TM-TERM-START-DATE==
000950             ==TERM-END-DATE== BY ==TM-TERM-END-DATE==
000960             ==TERM-CURRENT-FLAG== BY ==TM-TERM-CURRENT-FLAG==
000970             ==TERM-IS-CURRENT== BY ==TM-TERM-IS-CURRENT==
000980             ==TERM-CENSUS-DATE== BY ==TM-TERM-CENSUS-DATE==.

000990 FD  LEDGER-FILE.
001000 01  LEDGER-RECORD.
001010     COPY LEDGREC
001020         REPLACING ==03== BY ==02==
001030             ==LEDG-KEY== BY ==LG-LEDG-KEY==
001040             ==LEDG-SNO== BY ==LG-LEDG-SNO==
001050             ==LEDG-SEQ== BY ==LG-LEDG-SEQ==
001060             ==LEDG-TERM-CODE== BY ==LG-LEDG-TERM-CODE==
001070             ==LEDG-DATE== BY ==LG-LEDG-DATE==
001080             ==LEDG-TIME== BY ==LG-LEDG-TIME==
001090             ==LEDG-TYPE== BY ==LG-LEDG-TYPE==
001100             ==LEDG-CHARGE== BY ==LG-LEDG-CHARGE==
001110             ==LEDG-PAYMENT== BY ==LG-LEDG-PAYMENT==
001120             ==LEDG-ADJUSTMENT== BY ==LG-LEDG-ADJUSTMENT==
001130             ==LEDG-AMOUNT== BY ==LG-LEDG-AMOUNT==
001140             ==LEDG-REFERENCE== BY ==LG-LEDG-REFERENCE==
001150             ==LEDG-DESCRIPTION== BY ==LG-LEDG-DESCRIPTION==
001160             ==LEDG-OPERATOR== BY ==LG-LEDG-OPERATOR==.

001170 FD  FEE-SCHEDULE-FILE.
001180 01  FEE-SCHEDULE-RECORD.
001190     COPY FEEREC
001200         REPLACING ==03== BY ==02==
001210             ==FEE-KEY== BY ==FS-FEE-KEY==
001220             ==FEE-COURSE== BY ==FS-FEE-COURSE==
001230             ==FEE-TERM-CODE== BY ==FS-FEE-TERM-CODE==
001240             ==FEE-TUITION== BY ==FS-FEE-TUITION==
001250             ==FEE-MISC== BY ==FS-FEE-MISC==
001260             ==FEE-REFUND-PCT== BY ==FS-FEE-REFUND-PCT==.

001270 FD  ASSESS-REPORT-FILE.
001280 01  ASSESS-REPORT-RECORD             PIC X(132).

001290 FD  OPERATOR-MASTER-FILE.
001300 01  OPERATOR-MASTER-RECORD.
001310     COPY OPERREC
001320         REPLACING ==03== BY ==02==
001330             ==OPER-ID== BY ==OM-OPER-ID==
001340             ==OPER-NAME== BY ==OM-OPER-NAME==
001350             ==OPER-ROLE== BY ==OM-OPER-ROLE==
001360             ==OPER-IS-SUPERVISOR== BY ==OM-OPER-IS-SUPERVISOR==
001370             ==OPER-IS-CLERK== BY ==OM-OPER-IS-CLERK==.

001380 WORKING-STORAGE SECTION.
001390 77  WS-STUDENT-FILE-STATUS        PIC X(02).
001400 77  WS-TERM-FILE-STATUS           PIC X(02).
001410 77  WS-REPORT-FILE-STATUS         PIC X(02).
001420 77  WS-OPER-FILE-STATUS           PIC X(02).

001430     COPY LEDGWRK.

001440 77  WS-SIGNON-ID                  PIC X(08).
001450 77  WS-SIGNON-TRIES               PIC 9 COMP.
001460 77  WS-SIGNON-OK-SW               PIC X(01)    VALUE "N".
001470         88  WS-SIGNON-OK                           VALUE "Y".
001480 77  WS-SIGNON-DENIED-SW           PIC X(01)    VALUE "N".
001490         88  WS-SIGNON-DENIED                       VALUE "Y".
001500 77  WS-SUPERVISOR-SW              PIC X(01)    VALUE "N".
001510         88  WS-SUPERVISOR                          VALUE "Y".

001520 77  WS-EOF-SW                     PIC X(01)    VALUE "N".
001530         88  WS-EOF                                 VALUE "Y".
001540         88  WS-NOT-EOF                             VALUE "N".
001550 77  WS-RUN-READY-SW               PIC X(01)    VALUE "N".
001560         88  WS-RUN-READY                           VALUE "Y".
001570         88  WS-RUN-NOT-READY                       VALUE "N".
001580 77  WS-RUN-FAILED-SW              PIC X(01)    VALUE "N".
001590         88  WS-RUN-FAILED                          VALUE "Y".
001600         88  WS-RUN-OK                              VALUE "N".

001610 77  WS-ASSESS-TERM                PIC X(06).
001620 77  WS-REJECT-REASON              PIC X(40).
001630 77  WS-MISC-AMOUNT                PIC S9(07)V99.
001640 77  WS-ASSESSED-AMOUNT            PIC S9(07)V99.
001650 77  WS-TOTAL-ASSESSED             PIC S9(09)V99 VALUE 0.

001660 77  WS-STUDENTS-READ              PIC 9(07) COMP VALUE 0.
001670 77  WS-STUDENTS-IN-TERM           PIC 9(07) COMP VALUE 0.
001680 77  WS-STUDENTS-ASSESSED          PIC 9(07) COMP VALUE 0.
001690 77  WS-STUDENTS-REJECTED          PIC 9(07) COMP VALUE 0.

001700 01  WS-DATE-FIELDS.
001710         05  WS-CURRENT-DATE           PIC 9(08).
001720 01  WS-DATE-BREAKDOWN REDEFINES WS-DATE-FIELDS.
001730         05  WS-CUR-YYYY               PIC 9(04).
001740         05  WS-CUR-MM                 PIC 9(02).
001750         05  WS-CUR-DD                 PIC 9(02).
001760 77  WS-TODAY                      PIC X(10).

001770 01  WS-TIME-FIELDS.
001780         05  WS-CURRENT-TIME           PIC 9(08).
001790 01  WS-TIME-BREAKDOWN REDEFINES WS-TIME-FIELDS.
001800         05  WS-CUR-HH                 PIC 9(02).
001810         05  WS-CUR-MIN                PIC 9(02).
001820         05  WS-CUR-SEC                PIC 9(02).
001830         05  WS-CUR-HTH                PIC 9(02).

001840 01  WS-HEADING-1.
001850         05  FILLER                    PIC X(42)
001860             VALUE " TERM-START TUITION ASSESSMENT REPORT".
001870         05  FILLER                    PIC X(10)
001880             VALUE "RUN DATE: ".
001890         05  RH1-RUN-DATE              PIC X(10).

001900 01  WS-HEADING-2.
001910         05  FILLER                    PIC X(07)
001920             VALUE " TERM: ".
001930         05  RH2-TERM                  PIC X(06).

001940 01  WS-HEADING-3.
001950         05  FILLER                    PIC X(01)    VALUE SPACES.
001960         05  FILLER                    PIC X(08)    VALUE "LINE".
001970         05  FILLER                    PIC X(31)
001980             VALUE "STUDENT NUMBER".
001990         05  FILLER                    PIC X(21)
002000             VALUE "COURSE".
002010         05  FILLER                    PIC X(15)
002020             VALUE "     CHARGED".
002030         05  FILLER                    PIC X(10)
002040             VALUE "RESULT".
002050         05  FILLER                    PIC X(40)
002060             VALUE "REASON".

002070 01  WS-DETAIL-LINE.
002080         05  FILLER                    PIC X(01)    VALUE SPACES.
002090         05  DL-SEQ                    PIC ZZZ,ZZ9.
002100         05  FILLER                    PIC X(01)    VALUE SPACES.
002110         05  DL-SNO                    PIC X(30).
002120         05  FILLER                    PIC X(01)    VALUE SPACES.
002130         05  DL-COURSE                 PIC X(20).
002140         05  FILLER                    PIC X(01)    VALUE SPACES.
002150         05  DL-AMOUNT                 PIC -Z,ZZZ,ZZ9.99.
002160         05  FILLER                    PIC X(02)    VALUE SPACES.
002170         05  DL-RESULT                 PIC X(08).
002180         05  FILLER                    PIC X(02)    VALUE SPACES.
002190         05  DL-REASON                 PIC X(40).

002200 01  WS-TOTAL-LINE.
002210         05  FILLER                    PIC X(01)    VALUE SPACES.
002220         05  TL-TEXT                   PIC X(30).
002230         05  TL-COUNT                  PIC Z,ZZZ,ZZ9.

002240 01  WS-AMOUNT-TOTAL-LINE.
002250         05  FILLER                    PIC X(01)    VALUE SPACES.
002260         05  TL-AMOUNT-TEXT            PIC X(30).
002270         05  TL-AMOUNT                 PIC -ZZZ,ZZZ,ZZ9.99.

002280 PROCEDURE DIVISION.

002290 0000-MAINLINE.
002300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002310     IF WS-RUN-NOT-READY
002320         DISPLAY "ASSESSMENT RUN NOT STARTED."
002330         PERFORM 8205-CLOSE-LEDGER-FILES THRU 8205-EXIT
002340     ELSE
002350         PERFORM 2000-ASSESS-TERM THRU 2000-EXIT
002360         PERFORM 9000-TERMINATE THRU 9000-EXIT
002370     END-IF.
002380     STOP RUN.

002390*****************************************************************
002400*    1000 - SIGN-ON, TERM PROMPT AND FILE OPENS                  *
002410*****************************************************************
002420 1000-INITIALIZE.
002430     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002440     MOVE SPACES TO WS-TODAY.
002450     STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD
002460         DELIMITED BY SIZE INTO WS-TODAY.
002470*    ASSESSMENT CHARGES EVERY STUDENT IN THE TERM, SO THE RUN
002480*    IS GATED LIKE TERM-END PROCESSING.
002490     PERFORM 8600-OPERATOR-SIGNON THRU 8600-EXIT.
002500     IF WS-SIGNON-DENIED
002510         GO TO 1000-EXIT
002520     END-IF.
002530     IF NOT WS-SUPERVISOR
002540         DISPLAY "TUITION ASSESSMENT IS RESTRICTED TO "
002550             "SUPERVISORS."
002560         GO TO 1000-EXIT
002570     END-IF.
002580     OPEN INPUT TERM-MASTER-FILE.
002590     IF WS-TERM-FILE-STATUS NOT = "00"
002600         DISPLAY "UNABLE TO OPEN TERMMST. STATUS="
002610             WS-TERM-FILE-STATUS
002620         DISPLAY "RUN SANCHEZ21 TO SET UP TERMS FIRST."
002630         GO TO 1000-EXIT
002640     END-IF.
002650     DISPLAY "TERM CODE TO ASSESS: " WITH NO ADVANCING.
002660     ACCEPT WS-ASSESS-TERM.
002670     MOVE WS-ASSESS-TERM TO TM-TERM-CODE.
002680     READ TERM-MASTER-FILE
002690         INVALID KEY
002700             CONTINUE
002710     END-READ.
002720     IF WS-TERM-FILE-STATUS NOT = "00"
002730         DISPLAY "TERM " WS-ASSESS-TERM " IS NOT ON TERMMST. "
002740             "ADD IT WITH SANCHEZ21 FIRST."
002750         CLOSE TERM-MASTER-FILE
002760         GO TO 1000-EXIT
002770     END-IF.
002780     CLOSE TERM-MASTER-FILE.
002790     PERFORM 8200-OPEN-LEDGER-FILES THRU 8200-EXIT.
002800     IF NOT WS-LEDG-READY OR NOT WS-FEE-READY
002810         GO TO 1000-EXIT
002820     END-IF.
002830     OPEN INPUT STUDENT-MASTER-FILE.
002840     IF WS-STUDENT-FILE-STATUS NOT = "00"
002850         DISPLAY "UNABLE TO OPEN STUDMAST. STATUS="
002860             WS-STUDENT-FILE-STATUS
002870         GO TO 1000-EXIT
002880     END-IF.
002890     MOVE "Y" TO WS-RUN-READY-SW.
002900 1000-EXIT.
002910     EXIT.

002920*****************************************************************
002930*    2000 - ONE PASS OF THE MASTER, ASSESSING THE TERM           *
002940*****************************************************************
002950 2000-ASSESS-TERM.
002960     OPEN OUTPUT ASSESS-REPORT-FILE.
002970     IF WS-REPORT-FILE-STATUS NOT = "00"
002980         DISPLAY "UNABLE TO OPEN ASSESRPT. STATUS="
002990             WS-REPORT-FILE-STATUS
003000         DISPLAY "NO CHARGES POSTED."
003010         GO TO 2000-EXIT
003020     END-IF.
003030     MOVE WS-TODAY TO RH1-RUN-DATE.
003040     MOVE WS-ASSESS-TERM TO RH2-TERM.
003050     WRITE ASSESS-REPORT-RECORD FROM WS-HEADING-1.
003060     WRITE ASSESS-REPORT-RECORD FROM WS-HEADING-2
003070         AFTER ADVANCING 1.
003080     WRITE ASSESS-REPORT-RECORD FROM WS-HEADING-3
003090         AFTER ADVANCING 2.
003100     PERFORM 2100-READ-NEXT-STUDENT THRU 2100-EXIT.
003110     PERFORM 2200-HANDLE-ONE-STUDENT THRU 2200-EXIT
003120         UNTIL WS-EOF OR WS-RUN-FAILED.
003130     PERFORM 8950-WRITE-TOTALS THRU 8950-EXIT.
003140     CLOSE ASSESS-REPORT-FILE.
003150 2000-EXIT.
003160     EXIT.

003170*    A HARD READ ERROR MUST END THE LOOP AND MARK THE RUN
003180*    FAILED, SO A TRUNCATED PASS CAN NEVER PASS AS A CLEAN ONE.
003190 2100-READ-NEXT-STUDENT.
003200     READ STUDENT-MASTER-FILE NEXT RECORD.
003210     IF WS-STUDENT-FILE-STATUS NOT = "00"
003220         MOVE "Y" TO WS-EOF-SW
003230         IF WS-STUDENT-FILE-STATUS NOT = "10"
003240             DISPLAY "UNABLE TO READ STUDMAST. STATUS="
003250                 WS-STUDENT-FILE-STATUS
003260             MOVE "Y" TO WS-RUN-FAILED-SW
003270         END-IF
003280     END-IF.
003290 2100-EXIT.
003300     EXIT.

003310*    ONLY ACTIVE STUDENTS IN THE TERM ARE REPORTED; THE REST OF
003320*    THE MASTER IS PASSED OVER WITHOUT A LINE.
003330 2200-HANDLE-ONE-STUDENT.
003340     ADD 1 TO WS-STUDENTS-READ.
003350     IF SM-STUDENT-ACTIVE AND SM-ENROLL-TERM = WS-ASSESS-TERM
003360         ADD 1 TO WS-STUDENTS-IN-TERM
003370         MOVE SPACES TO WS-REJECT-REASON
003380         MOVE 0 TO WS-ASSESSED-AMOUNT
003390         PERFORM 3000-ASSESS-ONE-STUDENT THRU 3000-EXIT
003400     END-IF.
003410     PERFORM 2100-READ-NEXT-STUDENT THRU 2100-EXIT.
003420 2200-EXIT.
003430     EXIT.

003440*****************************************************************
003450*    3000 - CHARGE ONE STUDENT THE TERM FEE FOR THEIR COURSE     *
003460*****************************************************************
003470 3000-ASSESS-ONE-STUDENT.
003480     MOVE SM-SNO TO WS-LEDG-SNO.
003490     MOVE SM-ENROLL-TERM TO WS-LEDG-TERM.
003500     MOVE SM-COURSE TO WS-LEDG-COURSE.
003510     PERFORM 8210-SCAN-STUDENT-LEDGER THRU 8210-EXIT.
003520     IF WS-LEDG-FAILED
003530         PERFORM 7300-REPORT-HARD-ERROR THRU 7300-EXIT
003540         GO TO 3000-EXIT
003550     END-IF.
003560     IF WS-LEDG-ASSESSED
003570         MOVE "TERM ALREADY ASSESSED" TO WS-REJECT-REASON
003580         PERFORM 7100-REPORT-REJECTED THRU 7100-EXIT
003590         GO TO 3000-EXIT
003600     END-IF.
003610     PERFORM 8230-LOOK-UP-FEE THRU 8230-EXIT.
003620     IF NOT WS-FEE-FOUND
003630         MOVE "NO FEE ON FEESCHD FOR COURSE AND TERM"
003640             TO WS-REJECT-REASON
003650         PERFORM 7100-REPORT-REJECTED THRU 7100-EXIT
003660         GO TO 3000-EXIT
003670     END-IF.
003680     IF WS-FEE-TOTAL = 0
003690         MOVE "FEE FOR COURSE AND TERM IS ZERO"
003700             TO WS-REJECT-REASON
003710         PERFORM 7100-REPORT-REJECTED THRU 7100-EXIT
003720         GO TO 3000-EXIT
003730     END-IF.
003740*    THE MISC AMOUNT IS KEPT BEFORE THE FIRST POST SO THE FEE
003750*    RECORD AREA NEED NOT SURVIVE THE LEDGER I-O.
003760     MOVE FS-FEE-MISC TO WS-MISC-AMOUNT.
003770     MOVE "C" TO WS-LEDG-TYPE.
003780     MOVE "ASSESS" TO WS-LEDG-REFERENCE.
003790     IF FS-FEE-TUITION > 0
003800         MOVE FS-FEE-TUITION TO WS-LEDG-AMOUNT
003810         MOVE "TUITION" TO WS-LEDG-DESCRIPTION
003820         PERFORM 8220-POST-LEDGER-ENTRY THRU 8220-EXIT
003830         IF WS-LEDG-FAILED
003840             PERFORM 7300-REPORT-HARD-ERROR THRU 7300-EXIT
003850             GO TO 3000-EXIT
003860         END-IF
003870         ADD WS-LEDG-AMOUNT TO WS-ASSESSED-AMOUNT
003880     END-IF.
003890*    A FAILURE HERE LEAVES THE TUITION POSTED ALONE; THE REPORT
003900*    SHOWS THE STUDENT SO THE FEES CAN BE POSTED BY HAND.
003910     IF WS-MISC-AMOUNT > 0
003920         MOVE WS-MISC-AMOUNT TO WS-LEDG-AMOUNT
003930         MOVE "MISCELLANEOUS FEES" TO WS-LEDG-DESCRIPTION
003940         PERFORM 8220-POST-LEDGER-ENTRY THRU 8220-EXIT
003950         IF WS-LEDG-FAILED
003960             PERFORM 7300-REPORT-HARD-ERROR THRU 7300-EXIT
003970             GO TO 3000-EXIT
003980         END-IF
003990         ADD WS-LEDG-AMOUNT TO WS-ASSESSED-AMOUNT
004000     END-IF.
004010     ADD WS-ASSESSED-AMOUNT TO WS-TOTAL-ASSESSED.
004020     PERFORM 7200-REPORT-ASSESSED THRU 7200-EXIT.
004030 3000-EXIT.
004040     EXIT.

004050*****************************************************************
004060*    7000 SERIES - ONE REPORT LINE PER STUDENT IN THE TERM       *
004070*****************************************************************
004080 7100-REPORT-REJECTED.
004090     ADD 1 TO WS-STUDENTS-REJECTED.
004100     MOVE "REJECTED" TO DL-RESULT.
004110     PERFORM 7900-WRITE-DETAIL THRU 7900-EXIT.
004120 7100-EXIT.
004130     EXIT.

004140 7200-REPORT-ASSESSED.
004150     ADD 1 TO WS-STUDENTS-ASSESSED.
004160     MOVE "ASSESSED" TO DL-RESULT.
004170     MOVE SPACES TO WS-REJECT-REASON.
004180     PERFORM 7900-WRITE-DETAIL THRU 7900-EXIT.
004190 7200-EXIT.
004200     EXIT.

004210*    A HARD I-O ERROR ON THE LEDGER STOPS THE RUN; THE REPORT
004220*    SHOWS WHERE IT STOPPED AND A RE-RUN SKIPS THE STUDENTS
004230*    ALREADY CHARGED.
004240 7300-REPORT-HARD-ERROR.
004250     MOVE "Y" TO WS-RUN-FAILED-SW.
004260     MOVE SPACES TO WS-REJECT-REASON.
004270     STRING "LEDGER I-O ERROR STATUS="
004280         WS-LEDG-FILE-STATUS ". RUN STOPPED."
004290         DELIMITED BY SIZE INTO WS-REJECT-REASON.
004300     ADD 1 TO WS-STUDENTS-REJECTED.
004310     MOVE "REJECTED" TO DL-RESULT.
004320     PERFORM 7900-WRITE-DETAIL THRU 7900-EXIT.
004330     DISPLAY "LEDGER I-O ERROR. STATUS="
004340         WS-LEDG-FILE-STATUS " RUN STOPPED.".
004350 7300-EXIT.
004360     EXIT.

004370*    THE LINE IS BUILT FROM THE LEDGER HAND-OFF FIELDS, WHICH
004380*    HOLD EXACTLY WHAT WAS LOOKED UP AND POSTED.
004390 7900-WRITE-DETAIL.
004400     MOVE WS-STUDENTS-IN-TERM TO DL-SEQ.
004410     MOVE WS-LEDG-SNO TO DL-SNO.
004420     MOVE WS-LEDG-COURSE TO DL-COURSE.
004430     MOVE WS-ASSESSED-AMOUNT TO DL-AMOUNT.
004440     MOVE WS-REJECT-REASON TO DL-REASON.
004450     WRITE ASSESS-REPORT-RECORD FROM WS-DETAIL-LINE
004460         AFTER ADVANCING 1.
004470 7900-EXIT.
004480     EXIT.

004490*****************************************************************
004500*    8200 SERIES - STUDENT LEDGER (SEE LEDGIO.CPY)               *
004510*****************************************************************
004520     COPY LEDGIO.

004530*****************************************************************
004540*    8600 - OPERATOR SIGN-ON (SEE SIGNON.CPY)                    *
004550*****************************************************************
004560     COPY SIGNON.

004570*****************************************************************
004580*    8950 - REPORT TOTALS                                        *
004590*****************************************************************
004600 8950-WRITE-TOTALS.
004610     MOVE SPACES TO WS-TOTAL-LINE.
004620     MOVE "STUDENTS READ" TO TL-TEXT.
004630     MOVE WS-STUDENTS-READ TO TL-COUNT.
004640     WRITE ASSESS-REPORT-RECORD FROM WS-TOTAL-LINE
004650         AFTER ADVANCING 2.
004660     MOVE "ACTIVE STUDENTS IN TERM" TO TL-TEXT.
004670     MOVE WS-STUDENTS-IN-TERM TO TL-COUNT.
004680     WRITE ASSESS-REPORT-RECORD FROM WS-TOTAL-LINE
004690         AFTER ADVANCING 1.
004700     MOVE "STUDENTS ASSESSED" TO TL-TEXT.
004710     MOVE WS-STUDENTS-ASSESSED TO TL-COUNT.
004720     WRITE ASSESS-REPORT-RECORD FROM WS-TOTAL-LINE
004730         AFTER ADVANCING 1.
004740     MOVE "STUDENTS REJECTED" TO TL-TEXT.
004750     MOVE WS-STUDENTS-REJECTED TO TL-COUNT.
004760     WRITE ASSESS-REPORT-RECORD FROM WS-TOTAL-LINE
004770         AFTER ADVANCING 1.
004780     MOVE SPACES TO WS-AMOUNT-TOTAL-LINE.
004790     MOVE "TOTAL CHARGED" TO TL-AMOUNT-TEXT.
004800     MOVE WS-TOTAL-ASSESSED TO TL-AMOUNT.
004810     WRITE ASSESS-REPORT-RECORD FROM WS-AMOUNT-TOTAL-LINE
004820         AFTER ADVANCING 1.
004830     IF WS-RUN-FAILED
004840         MOVE "RUN STOPPED ON I-O ERROR" TO TL-TEXT
004850         MOVE 0 TO TL-COUNT
004860         WRITE ASSESS-REPORT-RECORD FROM WS-TOTAL-LINE
004870             AFTER ADVANCING 1
004880     END-IF.
004890 8950-EXIT.
004900     EXIT.

004910*****************************************************************
004920*    9000 - TERMINATION                                          *
004930*****************************************************************
004940 9000-TERMINATE.
004950     CLOSE STUDENT-MASTER-FILE.
004960     PERFORM 8205-CLOSE-LEDGER-FILES THRU 8205-EXIT.
004970     IF WS-RUN-FAILED
004980         DISPLAY "TUITION ASSESSMENT STOPPED ON ERROR."
004990     ELSE
005000         DISPLAY "TUITION ASSESSMENT COMPLETE."
005010     END-IF.
005020     DISPLAY "STUDENTS READ      : " WS-STUDENTS-READ.
005030     DISPLAY "STUDENTS IN TERM   : " WS-STUDENTS-IN-TERM.
005040     DISPLAY "STUDENTS ASSESSED  : " WS-STUDENTS-ASSESSED.
005050     DISPLAY "STUDENTS REJECTED  : " WS-STUDENTS-REJECTED.
005060 9000-EXIT.
005070     EXIT.
