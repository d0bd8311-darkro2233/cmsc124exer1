000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SANCHEZ28.
000030 AUTHOR. J SANCHEZ.
000040 INSTALLATION. REGISTRAR SYSTEMS UNIT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    FACULTY GRADE-SHEET LOAD                                    *
000100*                                                                *
000110*    POSTS THE FACULTY GRADE SHEETS (GRADSHT: STUDENT NUMBER,   *
000120*    TERM, SUBJECT CODE AND TITLE, UNITS, GRADE) TO THE GRADE   *
000130*    FILE (GRADMST, LAYOUT IN GRADREC.CPY). EACH LINE IS        *
000140*    CHECKED BEFORE IT POSTS: THE STUDENT MUST BE ON THE        *
000150*    MASTER, THE TERM ON TERMMST, THE SUBJECT GIVEN, THE UNITS  *
000160*    NUMERIC AND NON-ZERO AND THE GRADE ON THE SCALE. A LINE    *
000170*    FOR A SUBJECT ALREADY GRADED IN THAT TERM IS A GRADE       *
000180*    CHANGE: THE RECORD IS REWRITTEN AND THE OLD AND NEW GRADE  *
000190*    GO TO THE GRADE CHANGE LOG (GRADLOG) WITH THE SIGNED-ON    *
000200*    OPERATOR. A LINE THAT REPEATS THE GRADE ON FILE CHANGES    *
000210*    NOTHING. EVERY LINE GETS ONE LINE ON THE ACCEPTANCE/ERROR  *
000220*    REPORT (GRADRPT) SHOWING WHETHER IT WAS POSTED, CHANGED OR *
000230*    REJECTED AND WHY, AS THE BATCH MAINTENANCE REPORT DOES.    *
000240*    THE MASTER IS ONLY READ.                                   *
000250*                                                                *
000260*    MODIFICATION HISTORY                                        *
000270*     DATE       BY   DESCRIPTION                                *
000280*     2026-10-15 JS   INITIAL VERSION                            *
000290*     2026-10-15 JS   TERM RECORD COPY PICKED UP THE NEW TERMREC *
000300*                     FIELD CENSUS-DATE; PROCESSING IS UNCHANGED *
000310*****************************************************************

000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT STUDENT-MASTER-FILE
000390         ASSIGN TO "STUDMAST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS SM-SNO
000430         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000440     SELECT TERM-MASTER-FILE
000450         ASSIGN TO "TERMMST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS TM-TERM-CODE
000490         FILE STATUS IS WS-TERM-FILE-STATUS.
000500     SELECT GRADE-FILE
000510         ASSIGN TO "GRADMST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS GR-GRD-KEY
000550         FILE STATUS IS WS-GRADE-FILE-STATUS.
000560     SELECT GRADE-SHEET-FILE
000570         ASSIGN TO "GRADSHT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-SHEET-FILE-STATUS.
000600     SELECT GRADE-LOG-FILE
000610         ASSIGN TO "GRADLOG"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-GLOG-FILE-STATUS.
000640     SELECT GRADE-REPORT-FILE
000650         ASSIGN TO "GRADRPT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-REPORT-FILE-STATUS.
000680     SELECT OPERATOR-MASTER-FILE
000690         ASSIGN TO "OPERMST"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS OM-OPER-ID
000730         FILE STATUS IS WS-OPER-FILE-STATUS.

000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  STUDENT-MASTER-FILE.
000770 01  STUDENT-MASTER-RECORD.
000780     COPY STUDREC
000790         REPLACING ==03== BY ==02==
000800             ==FULLNAME== BY ==SM-FULLNAME==
000810             ==SNO== BY ==SM-SNO==
000820             ==COURSE== BY ==SM-COURSE==
000830             ==CONTACT-INFO== BY ==SM-CONTACT-INFO==
000840             ==MOBILE== BY ==SM-MOBILE==
000850             ==LANDLINE== BY ==SM-LANDLINE==
000860             ==AGE== BY ==SM-AGE==
000870             ==STATUS-CODE== BY ==SM-STATUS-CODE==
000880             ==STUDENT-ACTIVE== BY ==SM-STUDENT-ACTIVE==
000890             ==STUDENT-WITHDRAWN== BY ==SM-STUDENT-WITHDRAWN==
000900             ==STUDENT-GRADUATED== BY ==SM-STUDENT-GRADUATED==
000910             ==STATUS-DATE== BY ==SM-STATUS-DATE==
000920             ==ENROLL-TERM== BY ==SM-ENROLL-TERM==.

000930 FD  TERM-MASTER-FILE.
000940 01  TERM-MASTER-RECORD.
000950     COPY TERMREC
000960         REPLACING ==03== BY ==02==
000970             ==TERM-CODE== BY ==TM-TERM-CODE==
000980             ==TERM-START-DATE== BY ==TM-TERM-START-DATE==
000990             ==TERM-END-DATE== BY ==TM-TERM-END-DATE==
001000             ==TERM-CURRENT-FLAG== BY ==TM-TERM-CURRENT-FLAG==
001010             ==TERM-IS-CURRENT== BY ==TM-TERM-IS-CURRENT==
001020             ==TERM-CENSUS-DATE== BY ==TM-TERM-CENSUS-DATE==.

001030 FD  GRADE-FILE.
001040 01  GRADE-RECORD.
001050     COPY GRADREC
001060         REPLACING ==03== BY ==02==
001070             ==GRD-KEY== BY ==GR-GRD-KEY==
001080             ==GRD-SNO== BY ==GR-GRD-SNO==
001090             ==GRD-TERM-CODE== BY ==GR-GRD-TERM-CODE==
001100             ==GRD-SUBJECT-TITLE== BY ==GR-GRD-SUBJECT-TITLE==
001110             ==GRD-SUBJECT== BY ==GR-GRD-SUBJECT==
001120             ==GRD-UNITS== BY ==GR-GRD-UNITS==
001130             ==GRD-GRADE-POINTS== BY ==GR-GRD-GRADE-POINTS==
001140             ==GRD-GRADE== BY ==GR-GRD-GRADE==
001150             ==GRD-VALID-GRADE== BY ==GR-GRD-VALID-GRADE==
001160             ==GRD-COUNTS-IN-GPA== BY ==GR-GRD-COUNTS-IN-GPA==
001170             ==GRD-EARNS-CREDIT== BY ==GR-GRD-EARNS-CREDIT==
001180             ==GRD-POSTED-DATE== BY ==GR-GRD-POSTED-DATE==
001190             ==GRD-OPERATOR== BY ==GR-GRD-OPERATOR==.

001200 FD  GRADE-SHEET-FILE.
001210 01  GRADE-SHEET-RECORD.
001220     02  GS-SNO                        PIC X(30).
001230     02  GS-TERM-CODE                  PIC X(06).
001240     02  GS-SUBJECT                    PIC X(10).
001250     02  GS-SUBJECT-TITLE              PIC X(30).
001260     02  GS-UNITS                      PIC 9(02).
001270     02  GS-GRADE                      PIC X(02).

001280 FD  GRADE-LOG-FILE.
001290 01  GRADE-LOG-RECORD                 PIC X(89).

001300 FD  GRADE-REPORT-FILE.
001310 01  GRADE-REPORT-RECORD              PIC X(132).

001320 FD  OPERATOR-MASTER-FILE.
001330 01  OPERATOR-MASTER-RECORD.
001340     COPY OPERREC
001350         REPLACING ==03== BY ==02==
001360             ==OPER-ID== BY ==OM-OPER-ID==
001370             ==OPER-NAME== BY ==OM-OPER-NAME==
001380             ==OPER-ROLE== BY ==OM-OPER-ROLE==
001390             ==OPER-IS-SUPERVISOR== BY ==OM-OPER-IS-SUPERVISOR==
001400             ==OPER-IS-CLERK== BY ==OM-OPER-IS-CLERK==.

001410 WORKING-STORAGE SECTION.
001420 77  WS-STUDENT-FILE-STATUS        PIC X(02).
001430 77  WS-TERM-FILE-STATUS           PIC X(02).
001440 77  WS-GRADE-FILE-STATUS          PIC X(02).
001450 77  WS-SHEET-FILE-STATUS          PIC X(02).
001460 77  WS-GLOG-FILE-STATUS           PIC X(02).
001470 77  WS-REPORT-FILE-STATUS         PIC X(02).
001480 77  WS-OPER-FILE-STATUS           PIC X(02).

001490 77  WS-SIGNON-ID                  PIC X(08).
001500 77  WS-SIGNON-TRIES               PIC 9 COMP.
001510 77  WS-SIGNON-OK-SW               PIC X(01)    VALUE "N".
001520         88  WS-SIGNON-OK                           VALUE "Y".
001530 77  WS-SIGNON-DENIED-SW           PIC X(01)    VALUE "N".
001540         88  WS-SIGNON-DENIED                       VALUE "Y".
001550 77  WS-SUPERVISOR-SW              PIC X(01)    VALUE "N".
001560         88  WS-SUPERVISOR                          VALUE "Y".

001570 77  WS-EOF-SW                     PIC X(01)    VALUE "N".
001580         88  WS-EOF                                 VALUE "Y".
001590         88  WS-NOT-EOF                             VALUE "N".
001600 77  WS-RUN-READY-SW               PIC X(01)    VALUE "N".
001610         88  WS-RUN-READY                           VALUE "Y".
001620         88  WS-RUN-NOT-READY                       VALUE "N".
001630 77  WS-RUN-FAILED-SW              PIC X(01)    VALUE "N".
001640         88  WS-RUN-FAILED                          VALUE "Y".
001650         88  WS-RUN-OK                              VALUE "N".
001660 77  WS-RECORD-FOUND-SW            PIC X(01).
001670         88  WS-RECORD-FOUND                        VALUE "Y".
001680         88  WS-RECORD-NOT-FOUND                    VALUE "N".

001690 77  WS-REJECT-REASON              PIC X(40).
001700 77  WS-FAILED-FILE                PIC X(08).
001710 77  WS-FAILED-STATUS              PIC X(02).

001720 77  WS-LINES-READ                 PIC 9(07) COMP VALUE 0.
001730 77  WS-GRADES-POSTED              PIC 9(07) COMP VALUE 0.
001740 77  WS-GRADES-CHANGED             PIC 9(07) COMP VALUE 0.
001750 77  WS-LINES-REJECTED             PIC 9(07) COMP VALUE 0.

001760 01  WS-DATE-FIELDS.
001770         05  WS-CURRENT-DATE           PIC 9(08).
001780 01  WS-DATE-BREAKDOWN REDEFINES WS-DATE-FIELDS.
001790         05  WS-CUR-YYYY               PIC 9(04).
001800         05  WS-CUR-MM                 PIC 9(02).
001810         05  WS-CUR-DD                 PIC 9(02).
001820 77  WS-TODAY                      PIC X(10).

001830 01  WS-TIME-FIELDS.
001840         05  WS-CURRENT-TIME           PIC 9(08).
001850 01  WS-TIME-BREAKDOWN REDEFINES WS-TIME-FIELDS.
001860         05  WS-CUR-HH                 PIC 9(02).
001870         05  WS-CUR-MIN                PIC 9(02).
001880         05  WS-CUR-SEC                PIC 9(02).
001890         05  WS-CUR-HTH                PIC 9(02).

001900 01  WS-GRADE-LOG-LINE.
001910     COPY GRDLREC.

001920 01  WS-HEADING-1.
001930         05  FILLER                    PIC X(42)
001940             VALUE " GRADE-SHEET LOAD REPORT".
001950         05  FILLER                    PIC X(10)
001960             VALUE "RUN DATE: ".
001970         05  RH1-RUN-DATE              PIC X(10).

001980 01  WS-HEADING-2.
001990         05  FILLER                    PIC X(01)    VALUE SPACES.
002000         05  FILLER                    PIC X(08)    VALUE "LINE".
002010         05  FILLER                    PIC X(31)
002020             VALUE "STUDENT NUMBER".
002030         05  FILLER                    PIC X(07)
002040             VALUE "TERM".
002050         05  FILLER                    PIC X(11)
002060             VALUE "SUBJECT".
002070         05  FILLER                    PIC X(06)
002080             VALUE "GRADE".
002090         05  FILLER                    PIC X(10)
002100             VALUE "RESULT".
002110         05  FILLER                    PIC X(40)
002120             VALUE "REASON".

002130 01  WS-DETAIL-LINE.
002140         05  FILLER                    PIC X(01)    VALUE SPACES.
002150         05  DL-SEQ                    PIC ZZZ,ZZ9.
002160         05  FILLER                    PIC X(01)    VALUE SPACES.
002170         05  DL-SNO                    PIC X(30).
002180         05  FILLER                    PIC X(01)    VALUE SPACES.
002190         05  DL-TERM                   PIC X(06).
002200         05  FILLER                    PIC X(01)    VALUE SPACES.
002210         05  DL-SUBJECT                PIC X(10).
002220         05  FILLER                    PIC X(01)    VALUE SPACES.
002230         05  DL-GRADE                  PIC X(02).
002240         05  FILLER                    PIC X(04)    VALUE SPACES.
002250         05  DL-RESULT                 PIC X(08).
002260         05  FILLER                    PIC X(02)    VALUE SPACES.
002270         05  DL-REASON                 PIC X(40).

002280 01  WS-TOTAL-LINE.
002290         05  FILLER                    PIC X(01)    VALUE SPACES.
002300         05  TL-TEXT                   PIC X(30).
002310         05  TL-COUNT                  PIC Z,ZZZ,ZZ9.

002320 PROCEDURE DIVISION.

002330 0000-MAINLINE.
002340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002350     IF WS-RUN-NOT-READY
002360         DISPLAY "GRADE-SHEET LOAD NOT STARTED."
002370     ELSE
002380         PERFORM 2000-PROCESS-GRADE-SHEET THRU 2000-EXIT
002390         PERFORM 9000-TERMINATE THRU 9000-EXIT
002400     END-IF.
002410     STOP RUN.

002420*****************************************************************
002430*    1000 - SIGN-ON AND FILE OPENS                               *
002440*****************************************************************
002450 1000-INITIALIZE.
002460     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002470     MOVE SPACES TO WS-TODAY.
002480     STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD
002490         DELIMITED BY SIZE INTO WS-TODAY.
002500     MOVE SPACES TO WS-GRADE-LOG-LINE.
002510*    EVERY POSTED GRADE AND EVERY CHANGE CARRIES THE OPERATOR.
002520     PERFORM 8600-OPERATOR-SIGNON THRU 8600-EXIT.
002530     IF WS-SIGNON-DENIED
002540         GO TO 1000-EXIT
002550     END-IF.
002560     OPEN INPUT STUDENT-MASTER-FILE.
002570     IF WS-STUDENT-FILE-STATUS NOT = "00"
002580         DISPLAY "UNABLE TO OPEN STUDMAST. STATUS="
002590             WS-STUDENT-FILE-STATUS
002600         GO TO 1000-EXIT
002610     END-IF.
002620     OPEN INPUT TERM-MASTER-FILE.
002630     IF WS-TERM-FILE-STATUS NOT = "00"
002640         DISPLAY "UNABLE TO OPEN TERMMST. STATUS="
002650             WS-TERM-FILE-STATUS
002660         DISPLAY "RUN SANCHEZ21 TO SET UP TERMS FIRST."
002670         CLOSE STUDENT-MASTER-FILE
002680         GO TO 1000-EXIT
002690     END-IF.
002700     OPEN I-O GRADE-FILE.
002710     IF WS-GRADE-FILE-STATUS = "35"
002720         DISPLAY "NO EXISTING GRADE FILE GRADMST, STARTING FRESH"
002730         OPEN OUTPUT GRADE-FILE
002740         CLOSE GRADE-FILE
002750         OPEN I-O GRADE-FILE
002760     END-IF.
002770     IF WS-GRADE-FILE-STATUS NOT = "00"
002780         DISPLAY "UNABLE TO OPEN GRADMST. STATUS="
002790             WS-GRADE-FILE-STATUS
002800         CLOSE STUDENT-MASTER-FILE
002810         CLOSE TERM-MASTER-FILE
002820         GO TO 1000-EXIT
002830     END-IF.
002840     MOVE "Y" TO WS-RUN-READY-SW.
002850 1000-EXIT.
002860     EXIT.

002870*****************************************************************
002880*    2000 - PROCESS THE GRADE SHEETS                             *
002890*****************************************************************
002900 2000-PROCESS-GRADE-SHEET.
002910     MOVE "N" TO WS-EOF-SW.
002920     OPEN INPUT GRADE-SHEET-FILE.
002930     IF WS-SHEET-FILE-STATUS = "35"
002940         DISPLAY "NO GRADE SHEET GRADSHT FOUND. NOTHING TO DO."
002950         GO TO 2000-EXIT
002960     END-IF.
002970     IF WS-SHEET-FILE-STATUS NOT = "00"
002980         DISPLAY "UNABLE TO OPEN GRADSHT. STATUS="
002990             WS-SHEET-FILE-STATUS
003000         GO TO 2000-EXIT
003010     END-IF.
003020     OPEN OUTPUT GRADE-REPORT-FILE.
003030     IF WS-REPORT-FILE-STATUS NOT = "00"
003040         DISPLAY "UNABLE TO OPEN GRADRPT. STATUS="
003050             WS-REPORT-FILE-STATUS
003060         CLOSE GRADE-SHEET-FILE
003070         GO TO 2000-EXIT
003080     END-IF.
003090     OPEN EXTEND GRADE-LOG-FILE.
003100     IF WS-GLOG-FILE-STATUS = "35"
003110         OPEN OUTPUT GRADE-LOG-FILE
003120     END-IF.
003130*    WITHOUT A WORKING CHANGE LOG NO GRADE MAY BE CHANGED, SO
003140*    NOTHING IS POSTED AT ALL RATHER THAN HALF THE SHEET.
003150     IF WS-GLOG-FILE-STATUS NOT = "00"
003160         DISPLAY "UNABLE TO OPEN GRADLOG. STATUS="
003170             WS-GLOG-FILE-STATUS
003180         DISPLAY "NO GRADES POSTED."
003190         CLOSE GRADE-SHEET-FILE
003200         CLOSE GRADE-REPORT-FILE
003210         GO TO 2000-EXIT
003220     END-IF.
003230     MOVE WS-TODAY TO RH1-RUN-DATE.
003240     WRITE GRADE-REPORT-RECORD FROM WS-HEADING-1.
003250     WRITE GRADE-REPORT-RECORD FROM WS-HEADING-2
003260         AFTER ADVANCING 2.
003270     PERFORM 2100-READ-ONE-LINE THRU 2100-EXIT.
003280     PERFORM 2200-HANDLE-ONE-LINE THRU 2200-EXIT
003290         UNTIL WS-EOF OR WS-RUN-FAILED.
003300     PERFORM 8950-WRITE-TOTALS THRU 8950-EXIT.
003310     CLOSE GRADE-SHEET-FILE.
003320     CLOSE GRADE-REPORT-FILE.
003330     CLOSE GRADE-LOG-FILE.
003340 2000-EXIT.
003350     EXIT.

003360 2100-READ-ONE-LINE.
003370     READ GRADE-SHEET-FILE
003380         AT END
003390             MOVE "Y" TO WS-EOF-SW
003400     END-READ.
003410*    A HARD READ ERROR MUST END THE LOOP, NOT RE-PROCESS THE
003420*    LAST LINE FOREVER.
003430     IF WS-NOT-EOF AND WS-SHEET-FILE-STATUS NOT = "00"
003440         DISPLAY "UNABLE TO READ GRADSHT. STATUS="
003450             WS-SHEET-FILE-STATUS
003460         MOVE "Y" TO WS-RUN-FAILED-SW
003470         MOVE "Y" TO WS-EOF-SW
003480     END-IF.
003490 2100-EXIT.
003500     EXIT.

003510 2200-HANDLE-ONE-LINE.
003520     ADD 1 TO WS-LINES-READ.
003530     MOVE SPACES TO WS-REJECT-REASON.
003540*    FACULTY SHEETS ARRIVE IN EITHER CASE; THE SCALE IS UPPER.
003550     INSPECT GS-GRADE CONVERTING "abcdfpiw" TO "ABCDFPIW".
003560     EVALUATE TRUE
003570         WHEN GS-SNO = SPACES
003580             MOVE "STUDENT NUMBER IS BLANK" TO WS-REJECT-REASON
003590         WHEN GS-SUBJECT = SPACES
003600             MOVE "SUBJECT CODE IS BLANK" TO WS-REJECT-REASON
003610         WHEN GS-UNITS IS NOT NUMERIC
003620             MOVE "UNITS NOT NUMERIC" TO WS-REJECT-REASON
003630         WHEN GS-UNITS = 0
003640             MOVE "UNITS ARE ZERO" TO WS-REJECT-REASON
003650     END-EVALUATE.
003660     IF WS-REJECT-REASON NOT = SPACES
003670         PERFORM 7100-REPORT-REJECTED THRU 7100-EXIT
003680         GO TO 2290-READ-NEXT
003690     END-IF.
003700     MOVE GS-GRADE TO GR-GRD-GRADE.
003710     IF NOT GR-GRD-VALID-GRADE
003720         MOVE "GRADE NOT ON THE GRADING SCALE" TO WS-REJECT-REASON
003730         PERFORM 7100-REPORT-REJECTED THRU 7100-EXIT
003740         GO TO 2290-READ-NEXT
003750     END-IF.
003760     PERFORM 2300-VALIDATE-STUDENT-AND-TERM THRU 2300-EXIT.
003770     IF WS-RUN-FAILED OR WS-REJECT-REASON NOT = SPACES
003780         GO TO 2290-READ-NEXT
003790     END-IF.
003800     PERFORM 3000-POST-GRADE THRU 3000-EXIT.
003810 2290-READ-NEXT.
003820     PERFORM 2100-READ-ONE-LINE THRU 2100-EXIT.
003830 2200-EXIT.
003840     EXIT.

003850*    A HARD READ ERROR ON EITHER MASTER STOPS THE RUN; IT MUST
003860*    NOT BE MISTAKEN FOR NOT-ON-FILE.
003870 2300-VALIDATE-STUDENT-AND-TERM.
003880     MOVE GS-SNO TO SM-SNO.
003890     READ STUDENT-MASTER-FILE
003900         INVALID KEY
003910             CONTINUE
003920     END-READ.
003930     EVALUATE WS-STUDENT-FILE-STATUS
003940         WHEN "00"
003950             CONTINUE
003960         WHEN "23"
003970             MOVE "STUDENT NUMBER NOT ON MASTER"
003980                 TO WS-REJECT-REASON
003990             PERFORM 7100-REPORT-REJECTED THRU 7100-EXIT
004000             GO TO 2300-EXIT
004010         WHEN OTHER
004020             MOVE "STUDMAST" TO WS-FAILED-FILE
004030             MOVE WS-STUDENT-FILE-STATUS TO WS-FAILED-STATUS
004040             PERFORM 7300-REPORT-HARD-ERROR THRU 7300-EXIT
004050             GO TO 2300-EXIT
004060     END-EVALUATE.
004070     MOVE GS-TERM-CODE TO TM-TERM-CODE.
004080     READ TERM-MASTER-FILE
004090         INVALID KEY
004100             CONTINUE
004110     END-READ.
004120     EVALUATE WS-TERM-FILE-STATUS
004130         WHEN "00"
004140             CONTINUE
004150         WHEN "23"
004160             MOVE "TERM CODE NOT ON TERMMST" TO WS-REJECT-REASON
004170             PERFORM 7100-REPORT-REJECTED THRU 7100-EXIT
004180         WHEN OTHER
004190             MOVE "TERMMST" TO WS-FAILED-FILE
004200             MOVE WS-TERM-FILE-STATUS TO WS-FAILED-STATUS
004210             PERFORM 7300-REPORT-HARD-ERROR THRU 7300-EXIT
004220     END-EVALUATE.
004230 2300-EXIT.
004240     EXIT.

004250*****************************************************************
004260*    3000 - POST ONE GRADE, OR CHANGE THE ONE ALREADY POSTED     *
004270*****************************************************************
004280 3000-POST-GRADE.
004290     MOVE GS-SNO TO GR-GRD-SNO.
004300     MOVE GS-TERM-CODE TO GR-GRD-TERM-CODE.
004310     MOVE GS-SUBJECT TO GR-GRD-SUBJECT.
004320     MOVE "N" TO WS-RECORD-FOUND-SW.
004330     READ GRADE-FILE
004340         INVALID KEY
004350             CONTINUE
004360     END-READ.
004370     EVALUATE WS-GRADE-FILE-STATUS
004380         WHEN "00"
004390             MOVE "Y" TO WS-RECORD-FOUND-SW
004400         WHEN "23"
004410             CONTINUE
004420         WHEN OTHER
004430             MOVE "GRADMST" TO WS-FAILED-FILE
004440             MOVE WS-GRADE-FILE-STATUS TO WS-FAILED-STATUS
004450             PERFORM 7300-REPORT-HARD-ERROR THRU 7300-EXIT
004460             GO TO 3000-EXIT
004470     END-EVALUATE.
004480     IF WS-RECORD-FOUND
004490         PERFORM 3200-CHANGE-GRADE THRU 3200-EXIT
004500     ELSE
004510         PERFORM 3100-ADD-GRADE THRU 3100-EXIT
004520     END-IF.
004530 3000-EXIT.
004540     EXIT.

004550 3100-ADD-GRADE.
004560     MOVE SPACES TO GRADE-RECORD.
004570     MOVE GS-SNO TO GR-GRD-SNO.
004580     MOVE GS-TERM-CODE TO GR-GRD-TERM-CODE.
004590     MOVE GS-SUBJECT TO GR-GRD-SUBJECT.
004600     MOVE GS-SUBJECT-TITLE TO GR-GRD-SUBJECT-TITLE.
004610     MOVE GS-UNITS TO GR-GRD-UNITS.
004620     MOVE GS-GRADE TO GR-GRD-GRADE.
004630     PERFORM 3300-SET-GRADE-POINTS THRU 3300-EXIT.
004640     MOVE WS-TODAY TO GR-GRD-POSTED-DATE.
004650     MOVE WS-SIGNON-ID TO GR-GRD-OPERATOR.
004660     WRITE GRADE-RECORD.
004670     IF WS-GRADE-FILE-STATUS NOT = "00"
004680         MOVE "GRADMST" TO WS-FAILED-FILE
004690         MOVE WS-GRADE-FILE-STATUS TO WS-FAILED-STATUS
004700         PERFORM 7300-REPORT-HARD-ERROR THRU 7300-EXIT
004710         GO TO 3100-EXIT
004720     END-IF.
004730     ADD 1 TO WS-GRADES-POSTED.
004740     MOVE "POSTED" TO DL-RESULT.
004750     PERFORM 7200-REPORT-ACCEPTED THRU 7200-EXIT.
004760 3100-EXIT.
004770     EXIT.

004780*    A GRADE ALREADY ON FILE IS ONLY REWRITTEN WHEN THE GRADE OR
004790*    UNITS DIFFER. THE CHANGE IS LOGGED BEFORE THE REWRITE, SO NO
004800*    GRADE CHANGES WITHOUT ITS LOG LINE: IF THE LOG CANNOT BE
004810*    WRITTEN THE GRADE IS LEFT AS IT WAS AND THE RUN STOPS. A
004820*    REWRITE THAT FAILS AFTER THAT ALSO STOPS THE RUN, AND THE
004830*    REPORT SHOWS THE LOGGED LINE WAS NOT APPLIED.
004840 3200-CHANGE-GRADE.
004850     IF GR-GRD-GRADE = GS-GRADE AND GR-GRD-UNITS = GS-UNITS
004860         MOVE "GRADE ALREADY POSTED. NO CHANGE"
004870             TO WS-REJECT-REASON
004880         PERFORM 7100-REPORT-REJECTED THRU 7100-EXIT
004890         GO TO 3200-EXIT
004900     END-IF.
004910     MOVE GR-GRD-SNO TO GRDL-SNO.
004920     MOVE GR-GRD-TERM-CODE TO GRDL-TERM-CODE.
004930     MOVE GR-GRD-SUBJECT TO GRDL-SUBJECT.
004940     MOVE GR-GRD-GRADE TO GRDL-OLD-GRADE.
004950     MOVE GR-GRD-UNITS TO GRDL-OLD-UNITS.
004960     MOVE GS-GRADE TO GRDL-NEW-GRADE.
004970     MOVE GS-UNITS TO GRDL-NEW-UNITS.
004980     IF GS-SUBJECT-TITLE NOT = SPACES
004990         MOVE GS-SUBJECT-TITLE TO GR-GRD-SUBJECT-TITLE
005000     END-IF.
005010     MOVE GS-UNITS TO GR-GRD-UNITS.
005020     MOVE GS-GRADE TO GR-GRD-GRADE.
005030     PERFORM 3300-SET-GRADE-POINTS THRU 3300-EXIT.
005040     MOVE WS-TODAY TO GR-GRD-POSTED-DATE.
005050     MOVE WS-SIGNON-ID TO GR-GRD-OPERATOR.
005060     PERFORM 8100-WRITE-GRADE-LOG THRU 8100-EXIT.
005070     IF WS-RUN-FAILED
005080         GO TO 3200-EXIT
005090     END-IF.
005100     REWRITE GRADE-RECORD.
005110     IF WS-GRADE-FILE-STATUS NOT = "00"
005120         MOVE "GRADMST" TO WS-FAILED-FILE
005130         MOVE WS-GRADE-FILE-STATUS TO WS-FAILED-STATUS
005140         PERFORM 7300-REPORT-HARD-ERROR THRU 7300-EXIT
005150         GO TO 3200-EXIT
005160     END-IF.
005170     ADD 1 TO WS-GRADES-CHANGED.
005180     MOVE "CHANGED" TO DL-RESULT.
005190     MOVE SPACES TO WS-REJECT-REASON.
005200     STRING "WAS " GRDL-OLD-GRADE " FOR " GRDL-OLD-UNITS
005210         " UNITS" DELIMITED BY SIZE INTO WS-REJECT-REASON.
005220     PERFORM 7200-REPORT-ACCEPTED THRU 7200-EXIT.
005230 3200-EXIT.
005240     EXIT.

005250*    THE SCALE LIVES HERE ONLY; THE POINTS ARE STORED WITH THE
005260*    GRADE SO THE TRANSCRIPT NEVER NEEDS IT.
005270 3300-SET-GRADE-POINTS.
005280     EVALUATE GR-GRD-GRADE
005290         WHEN "A "
005300             MOVE 4.00 TO GR-GRD-GRADE-POINTS
005310         WHEN "A-"
005320             MOVE 3.67 TO GR-GRD-GRADE-POINTS
005330         WHEN "B+"
005340             MOVE 3.33 TO GR-GRD-GRADE-POINTS
005350         WHEN "B "
005360             MOVE 3.00 TO GR-GRD-GRADE-POINTS
005370         WHEN "B-"
005380             MOVE 2.67 TO GR-GRD-GRADE-POINTS
005390         WHEN "C+"
005400             MOVE 2.33 TO GR-GRD-GRADE-POINTS
005410         WHEN "C "
005420             MOVE 2.00 TO GR-GRD-GRADE-POINTS
005430         WHEN "C-"
005440             MOVE 1.67 TO GR-GRD-GRADE-POINTS
005450         WHEN "D "
005460             MOVE 1.00 TO GR-GRD-GRADE-POINTS
005470         WHEN OTHER
005480             MOVE 0 TO GR-GRD-GRADE-POINTS
005490     END-EVALUATE.
005500 3300-EXIT.
005510     EXIT.

005520*****************************************************************
005530*    7000 SERIES - ONE REPORT LINE PER GRADE-SHEET LINE          *
005540*****************************************************************
005550 7100-REPORT-REJECTED.
005560     ADD 1 TO WS-LINES-REJECTED.
005570     MOVE "REJECTED" TO DL-RESULT.
005580     PERFORM 7900-WRITE-DETAIL THRU 7900-EXIT.
005590 7100-EXIT.
005600     EXIT.

005610*    THE CALLER SETS THE RESULT (POSTED OR CHANGED) AND ANY
005620*    NOTE IN THE REASON COLUMN.
005630 7200-REPORT-ACCEPTED.
005640     PERFORM 7900-WRITE-DETAIL THRU 7900-EXIT.
005650 7200-EXIT.
005660     EXIT.

005670*    A HARD I-O ERROR STOPS THE RUN SO THE SAME LINE IS NOT
005680*    HALF-APPLIED TWICE; THE REPORT SHOWS WHERE IT STOPPED.
005690 7300-REPORT-HARD-ERROR.
005700     MOVE "Y" TO WS-RUN-FAILED-SW.
005710     MOVE SPACES TO WS-REJECT-REASON.
005720     STRING WS-FAILED-FILE " I-O ERROR STATUS="
005730         WS-FAILED-STATUS ". RUN STOPPED."
005740         DELIMITED BY SIZE INTO WS-REJECT-REASON.
005750     ADD 1 TO WS-LINES-REJECTED.
005760     MOVE "REJECTED" TO DL-RESULT.
005770     PERFORM 7900-WRITE-DETAIL THRU 7900-EXIT.
005780     DISPLAY WS-FAILED-FILE " I-O ERROR. STATUS="
005790         WS-FAILED-STATUS " RUN STOPPED.".
005800 7300-EXIT.
005810     EXIT.

005820 7900-WRITE-DETAIL.
005830     MOVE WS-LINES-READ TO DL-SEQ.
005840     MOVE GS-SNO TO DL-SNO.
005850     MOVE GS-TERM-CODE TO DL-TERM.
005860     MOVE GS-SUBJECT TO DL-SUBJECT.
005870     MOVE GS-GRADE TO DL-GRADE.
005880     MOVE WS-REJECT-REASON TO DL-REASON.
005890     WRITE GRADE-REPORT-RECORD FROM WS-DETAIL-LINE
005900         AFTER ADVANCING 1.
005910 7900-EXIT.
005920     EXIT.

005930*****************************************************************
005940*    8100 - GRADE CHANGE LOG                                     *
005950*****************************************************************
005960 8100-WRITE-GRADE-LOG.
005970*    THE DATE IS RE-DERIVED PER ENTRY SO A RUN THAT CROSSES
005980*    MIDNIGHT STAMPS EACH LINE WITH ITS TRUE DATE.
005990     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
006000     MOVE SPACES TO GRDL-DATE.
006010     STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD
006020         DELIMITED BY SIZE INTO GRDL-DATE.
006030     ACCEPT WS-CURRENT-TIME FROM TIME.
006040     MOVE SPACES TO GRDL-TIME.
006050     STRING WS-CUR-HH ":" WS-CUR-MIN ":" WS-CUR-SEC
006060         DELIMITED BY SIZE INTO GRDL-TIME.
006070     MOVE WS-SIGNON-ID TO GRDL-OPERATOR.
006080     MOVE WS-GRADE-LOG-LINE TO GRADE-LOG-RECORD.
006090     WRITE GRADE-LOG-RECORD.
006100     IF WS-GLOG-FILE-STATUS NOT = "00"
006110         MOVE "GRADLOG" TO WS-FAILED-FILE
006120         MOVE WS-GLOG-FILE-STATUS TO WS-FAILED-STATUS
006130         PERFORM 7300-REPORT-HARD-ERROR THRU 7300-EXIT
006140     END-IF.
006150 8100-EXIT.
006160     EXIT.

006170*****************************************************************
006180*    8600 - OPERATOR SIGN-ON (SEE SIGNON.CPY)                    *
006190*****************************************************************
006200     COPY SIGNON.

006210*****************************************************************
006220*    8950 - REPORT TOTALS                                        *
006230*****************************************************************
006240 8950-WRITE-TOTALS.
006250     MOVE SPACES TO WS-TOTAL-LINE.
006260     MOVE "GRADE-SHEET LINES READ" TO TL-TEXT.
006270     MOVE WS-LINES-READ TO TL-COUNT.
006280     WRITE GRADE-REPORT-RECORD FROM WS-TOTAL-LINE
006290         AFTER ADVANCING 2.
006300     MOVE "GRADES POSTED" TO TL-TEXT.
006310     MOVE WS-GRADES-POSTED TO TL-COUNT.
006320     WRITE GRADE-REPORT-RECORD FROM WS-TOTAL-LINE
006330         AFTER ADVANCING 1.
006340     MOVE "GRADES CHANGED" TO TL-TEXT.
006350     MOVE WS-GRADES-CHANGED TO TL-COUNT.
006360     WRITE GRADE-REPORT-RECORD FROM WS-TOTAL-LINE
006370         AFTER ADVANCING 1.
006380     MOVE "LINES REJECTED" TO TL-TEXT.
006390     MOVE WS-LINES-REJECTED TO TL-COUNT.
006400     WRITE GRADE-REPORT-RECORD FROM WS-TOTAL-LINE
006410         AFTER ADVANCING 1.
006420     IF WS-RUN-FAILED
006430         MOVE "RUN STOPPED ON I-O ERROR" TO TL-TEXT
006440         MOVE 0 TO TL-COUNT
006450         WRITE GRADE-REPORT-RECORD FROM WS-TOTAL-LINE
006460             AFTER ADVANCING 1
006470     END-IF.
006480 8950-EXIT.
006490     EXIT.

006500*****************************************************************
006510*    9000 - TERMINATION                                          *
006520*****************************************************************
006530 9000-TERMINATE.
006540     CLOSE STUDENT-MASTER-FILE.
006550     CLOSE TERM-MASTER-FILE.
006560     CLOSE GRADE-FILE.
006570     IF WS-RUN-FAILED
006580         DISPLAY "GRADE-SHEET LOAD STOPPED ON ERROR."
006590     ELSE
006600         DISPLAY "GRADE-SHEET LOAD COMPLETE."
006610     END-IF.
006620     DISPLAY "LINES READ         : " WS-LINES-READ.
006630     DISPLAY "GRADES POSTED      : " WS-GRADES-POSTED.
006640     DISPLAY "GRADES CHANGED     : " WS-GRADES-CHANGED.
006650     DISPLAY "LINES REJECTED     : " WS-LINES-REJECTED.
006660 9000-EXIT.
006670     EXIT.
