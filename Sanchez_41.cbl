000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SANCHEZ41.
000030 AUTHOR. J SANCHEZ.
000040 INSTALLATION. REGISTRAR SYSTEMS UNIT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    DAILY REFERENCE-DATA CHANGE REVIEW                          *
000100*                                                                *
000110*    LISTS EVERY CHANGE MADE ON ONE DAY (TODAY BY DEFAULT) TO    *
000120*    THE COURSE, OPERATOR AND TERM MASTERS, FROM THE CHANGE LOG  *
000130*    REFCHG WRITTEN BY SANCHEZ05, SANCHEZ13 AND SANCHEZ21 (SEE   *
000140*    REFLREC/REFLIO), WITH THE RECORD BEFORE AND AFTER, THE      *
000150*    TIME AND THE OPERATOR, FOR THE REGISTRAR TO SIGN OFF. TWO   *
000160*    KINDS OF CHANGE ARE HIGHLIGHTED: A ROLE CHANGE ON OPERMST   *
000170*    (OR A NEW OPERATOR ADDED AS SUPERVISOR), AND A CUT IN A     *
000180*    COURSE'S MAXIMUM SEATS TO BELOW THE NUMBER OF ACTIVE        *
000190*    STUDENTS IN IT. THAT HEADCOUNT IS TAKEN FROM STUDMAST AS    *
000200*    THE REPORT RUNS, SO A REVIEW OF AN EARLIER DAY COMPARES     *
000210*    THE CUT WITH TODAY'S HEADCOUNT. THE LOG IS ONLY READ.       *
000220*    REPORT IN REFREVW. IF THE LOG CANNOT BE READ TO THE END     *
000230*    THE REPORT IS MARKED INCOMPLETE AND CARRIES NO SIGN-OFF.    *
000240*                                                                *
000250*    MODIFICATION HISTORY                                        *
000260*     DATE       BY   DESCRIPTION                                *
000270*     2026-10-15 JS   INITIAL VERSION                            *
000280*****************************************************************

000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT REF-CHANGE-FILE
000360         ASSIGN TO "REFCHG"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-REFCHG-FILE-STATUS.
000390     SELECT STUDENT-MASTER-FILE
000400         ASSIGN TO "STUDMAST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS SM-SNO
000440         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000450     SELECT REVIEW-REPORT-FILE
000460         ASSIGN TO "REFREVW"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-REPORT-FILE-STATUS.

000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  REF-CHANGE-FILE.
000520 01  REF-CHANGE-RECORD                PIC X(247).

000530 FD  STUDENT-MASTER-FILE.
000540 01  STUDENT-MASTER-RECORD.
000550     COPY STUDREC
000560         REPLACING ==03== BY ==02==
000570             ==FULLNAME== BY ==SM-FULLNAME==
000580             ==SNO== BY ==SM-SNO==
000590             ==COURSE== BY ==SM-COURSE==
000600             ==CONTACT-INFO== BY ==SM-CONTACT-INFO==
000610             ==MOBILE== BY ==SM-MOBILE==
000620             ==LANDLINE== BY ==SM-LANDLINE==
000630             ==AGE== BY ==SM-AGE==
000640             ==STATUS-CODE== BY ==SM-STATUS-CODE==
000650             ==STUDENT-ACTIVE== BY ==SM-STUDENT-ACTIVE==
000660             ==STUDENT-WITHDRAWN== BY ==SM-STUDENT-WITHDRAWN==
000670             ==STUDENT-GRADUATED== BY ==SM-STUDENT-GRADUATED==
000680             ==STATUS-DATE== BY ==SM-STATUS-DATE==
000690             ==ENROLL-TERM== BY ==SM-ENROLL-TERM==.

000700 FD  REVIEW-REPORT-FILE.
000710 01  REVIEW-REPORT-RECORD             PIC X(132).

000720 WORKING-STORAGE SECTION.
000730 01  WS-REF-CHANGE-LINE.
000740     COPY REFLREC.

000750*    THE BEFORE AND AFTER IMAGES ON A LOG LINE, SEEN THROUGH
000760*    THE LAYOUT OF WHICHEVER MASTER THE LINE IS FOR.
000770 01  WS-OLD-IMAGE                  PIC X(90).
000780 01  WS-OLD-COURSE REDEFINES WS-OLD-IMAGE.
000790     COPY COURSREC
000800         REPLACING ==COURSE-CODE== BY ==OC-COURSE-CODE==
000810             ==COURSE-TITLE== BY ==OC-COURSE-TITLE==
000820             ==DEPARTMENT== BY ==OC-DEPARTMENT==
000830             ==OFFERED-FLAG== BY ==OC-OFFERED-FLAG==
000840             ==COURSE-OFFERED== BY ==OC-COURSE-OFFERED==
000850             ==COURSE-CLOSED== BY ==OC-COURSE-CLOSED==
000860             ==MAX-SEATS== BY ==OC-MAX-SEATS==.
000870 01  WS-OLD-OPER REDEFINES WS-OLD-IMAGE.
000880     COPY OPERREC
000890         REPLACING ==OPER-ID== BY ==OO-OPER-ID==
000900             ==OPER-NAME== BY ==OO-OPER-NAME==
000910             ==OPER-ROLE== BY ==OO-OPER-ROLE==
000920             ==OPER-IS-SUPERVISOR== BY ==OO-OPER-IS-SUPERVISOR==
000930             ==OPER-IS-CLERK== BY ==OO-OPER-IS-CLERK==.
000940 01  WS-OLD-TERM REDEFINES WS-OLD-IMAGE.
000950     COPY TERMREC
000960         REPLACING ==TERM-CODE== BY ==OT-TERM-CODE==
000970             ==TERM-START-DATE== BY ==OT-TERM-START-DATE==
000980             ==TERM-END-DATE== BY ==OT-TERM-END-DATE==
000990             ==TERM-CURRENT-FLAG== BY ==OT-TERM-CURRENT-FLAG==
001000             ==TERM-IS-CURRENT== BY ==OT-TERM-IS-CURRENT==
001010             ==TERM-CENSUS-DATE== BY ==OT-TERM-CENSUS-DATE==.

001020 01  WS-NEW-IMAGE                  PIC X(90).
001030 01  WS-NEW-COURSE REDEFINES WS-NEW-IMAGE.
001040     COPY COURSREC
001050         REPLACING ==COURSE-CODE== BY ==NC-COURSE-CODE==
001060             ==COURSE-TITLE== BY ==NC-COURSE-TITLE==
001070             ==DEPARTMENT== BY ==NC-DEPARTMENT==
001080             ==OFFERED-FLAG== BY ==NC-OFFERED-FLAG==
001090             ==COURSE-OFFERED== BY ==NC-COURSE-OFFERED==
001100             ==COURSE-CLOSED== BY ==NC-COURSE-CLOSED==
001110             ==MAX-SEATS== BY ==NC-MAX-SEATS==.
001120 01  WS-NEW-OPER REDEFINES WS-NEW-IMAGE.
001130     COPY OPERREC
001140         REPLACING ==OPER-ID== BY ==NO-OPER-ID==
001150             ==OPER-NAME== BY ==NO-OPER-NAME==
001160             ==OPER-ROLE== BY ==NO-OPER-ROLE==
001170             ==OPER-IS-SUPERVISOR== BY ==NO-OPER-IS-SUPERVISOR==
001180             ==OPER-IS-CLERK== BY ==NO-OPER-IS-CLERK==.
001190 01  WS-NEW-TERM REDEFINES WS-NEW-IMAGE.
001200     COPY TERMREC
001210         REPLACING ==TERM-CODE== BY ==NT-TERM-CODE==
001220             ==TERM-START-DATE== BY ==NT-TERM-START-DATE==
001230             ==TERM-END-DATE== BY ==NT-TERM-END-DATE==
001240             ==TERM-CURRENT-FLAG== BY ==NT-TERM-CURRENT-FLAG==
001250             ==TERM-IS-CURRENT== BY ==NT-TERM-IS-CURRENT==
001260             ==TERM-CENSUS-DATE== BY ==NT-TERM-CENSUS-DATE==.

001270 77  WS-REFCHG-FILE-STATUS         PIC X(02).
001280 77  WS-STUDENT-FILE-STATUS        PIC X(02).
001290 77  WS-REPORT-FILE-STATUS         PIC X(02).

001300 77  WS-REVIEW-DATE                PIC X(10).

001310 77  WS-EOF-SW                     PIC X(01)    VALUE "N".
001320         88  WS-EOF                                 VALUE "Y".
001330         88  WS-NOT-EOF                             VALUE "N".
001340 77  WS-STUDENT-EOF-SW             PIC X(01)    VALUE "N".
001350         88  WS-STUDENT-EOF                         VALUE "Y".
001360 77  WS-RUN-FAILED-SW              PIC X(01)    VALUE "N".
001370         88  WS-RUN-FAILED                          VALUE "Y".
001380 77  WS-NO-LOG-SW                  PIC X(01)    VALUE "N".
001390         88  WS-NO-LOG                              VALUE "Y".
001400 77  WS-STUDMAST-OK-SW             PIC X(01)    VALUE "N".
001410         88  WS-STUDMAST-OK                         VALUE "Y".

001420 77  WS-CHANGE-COUNT               PIC 9(05) COMP VALUE 0.
001430 77  WS-COURSE-COUNT               PIC 9(05) COMP VALUE 0.
001440 77  WS-OPER-COUNT                 PIC 9(05) COMP VALUE 0.
001450 77  WS-TERM-COUNT                 PIC 9(05) COMP VALUE 0.
001460 77  WS-FLAGGED-COUNT              PIC 9(05) COMP VALUE 0.

001470 77  WS-OLD-SEATS                  PIC 9(05).
001480 77  WS-NEW-SEATS                  PIC 9(05).
001490 77  WS-HEADCOUNT                  PIC 9(05) COMP.
001500 77  WS-HEADCOUNT-COURSE           PIC X(20).
001510 77  WS-OLD-SEATS-TEXT             PIC X(08).
001520 77  WS-SEATS-EDIT                 PIC ZZ,ZZ9.
001530 77  WS-NEW-SEATS-EDIT             PIC ZZ,ZZ9.
001540 77  WS-HEADCOUNT-EDIT             PIC ZZ,ZZ9.
001550 77  WS-OLD-ROLE-NAME              PIC X(10).
001560 77  WS-NEW-ROLE-NAME              PIC X(10).

001570 77  WS-OLD-TEXT                   PIC X(110).
001580 77  WS-NEW-TEXT                   PIC X(110).
001590 77  WS-FLAG-TEXT                  PIC X(110).

001600 01  WS-DATE-FIELDS.
001610         05  WS-CURRENT-DATE           PIC 9(08).
001620 01  WS-DATE-BREAKDOWN REDEFINES WS-DATE-FIELDS.
001630         05  WS-CUR-YYYY               PIC 9(04).
001640         05  WS-CUR-MM                 PIC 9(02).
001650         05  WS-CUR-DD                 PIC 9(02).
001660 77  WS-RUN-DATE                   PIC X(10).

001670 01  WS-HEADING-1.
001680         05  FILLER                    PIC X(42)
001690             VALUE " REFERENCE-DATA CHANGE REVIEW".
001700         05  FILLER                    PIC X(10)
001710             VALUE "RUN DATE: ".
001720         05  RH1-RUN-DATE              PIC X(10).

001730 01  WS-HEADING-2.
001740         05  FILLER                    PIC X(17)
001750             VALUE " CHANGES MADE ON ".
001760         05  RH2-REVIEW-DATE           PIC X(10).
001770         05  FILLER                    PIC X(48)
001780             VALUE "   TO COURSMST, OPERMST AND TERMMST".

001790 01  WS-COLUMN-LINE.
001800         05  FILLER                    PIC X(31)
001810             VALUE " TIME      OPERATOR  FILE      ".
001820         05  FILLER                    PIC X(28)
001830             VALUE "KEY                   ACTION".

001840 01  WS-DETAIL-LINE.
001850         05  FILLER                    PIC X(01)    VALUE SPACES.
001860         05  DL-TIME                   PIC X(08).
001870         05  FILLER                    PIC X(02)    VALUE SPACES.
001880         05  DL-OPERATOR               PIC X(08).
001890         05  FILLER                    PIC X(02)    VALUE SPACES.
001900         05  DL-FILE                   PIC X(08).
001910         05  FILLER                    PIC X(02)    VALUE SPACES.
001920         05  DL-KEY                    PIC X(20).
001930         05  FILLER                    PIC X(02)    VALUE SPACES.
001940         05  DL-ACTION                 PIC X(06).

001950 01  WS-VALUE-LINE.
001960         05  FILLER                    PIC X(11)    VALUE SPACES.
001970         05  VL-LABEL                  PIC X(08).
001980         05  VL-TEXT                   PIC X(110).

001990 01  WS-FLAG-LINE.
002000         05  FILLER                    PIC X(11)    VALUE SPACES.
002010         05  FL-TEXT                   PIC X(110).

002020 01  WS-NONE-LINE.
002030         05  FILLER                    PIC X(50)
002040             VALUE " NO REFERENCE-DATA CHANGES LOGGED THIS DAY".

002050 01  WS-TOTAL-LINE.
002060         05  FILLER                    PIC X(01)    VALUE SPACES.
002070         05  TL-LABEL                  PIC X(30).
002080         05  TL-COUNT                  PIC ZZ,ZZ9.

002090 01  WS-SIGNOFF-LINE-1.
002100         05  FILLER                    PIC X(40)
002110             VALUE " REVIEWED AND SIGNED OFF BY REGISTRAR: ".
002120         05  FILLER                    PIC X(30)
002130             VALUE "______________________________".

002140 01  WS-SIGNOFF-LINE-2.
002150         05  FILLER                    PIC X(40)
002160             VALUE " DATE: ".
002170         05  FILLER                    PIC X(30)
002180             VALUE "______________________________".

002190 01  WS-INCOMPLETE-LINE-1.
002200         05  FILLER                    PIC X(40)
002210             VALUE " *** REVIEW INCOMPLETE - REFCHG COULD ".
002220         05  FILLER                    PIC X(30)
002230             VALUE "NOT BE READ TO THE END ***".

002240 01  WS-INCOMPLETE-LINE-2.
002250         05  FILLER                    PIC X(40)
002260             VALUE " *** DO NOT SIGN OFF. RERUN ONCE THE ".
002270         05  FILLER                    PIC X(30)
002280             VALUE "LOG CAN BE READ ***".

002290 PROCEDURE DIVISION.

002300 0000-MAINLINE.
002310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002320     IF WS-RUN-FAILED
002330         GO TO 0000-WRAP-UP
002340     END-IF.
002350     PERFORM 2000-PRODUCE-REVIEW THRU 2000-EXIT.
002360 0000-WRAP-UP.
002370     IF WS-RUN-FAILED
002380         DISPLAY "CHANGE REVIEW NOT PRODUCED OR INCOMPLETE. "
002390             "DO NOT SIGN OFF REFREVW."
002400     ELSE
002410         DISPLAY WS-CHANGE-COUNT " CHANGE(S), " WS-FLAGGED-COUNT
002420             " HIGHLIGHTED. REVIEW WRITTEN TO REFREVW."
002430     END-IF.
002440     STOP RUN.

002450*****************************************************************
002460*    1000 - THE DAY TO REVIEW AND THE FILES                      *
002470*****************************************************************
002480 1000-INITIALIZE.
002490     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002500     MOVE SPACES TO WS-RUN-DATE.
002510     STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD
002520         DELIMITED BY SIZE INTO WS-RUN-DATE.
002530     DISPLAY "DAILY REFERENCE-DATA CHANGE REVIEW.".
002540     DISPLAY "DAY TO REVIEW (YYYY-MM-DD, BLANK FOR TODAY): "
002550         WITH NO ADVANCING.
002560     ACCEPT WS-REVIEW-DATE.
002570     IF WS-REVIEW-DATE = SPACES
002580         MOVE WS-RUN-DATE TO WS-REVIEW-DATE
002590     END-IF.
002600     IF WS-REVIEW-DATE(1:4) IS NUMERIC AND
002610             WS-REVIEW-DATE(5:1) = "-" AND
002620             WS-REVIEW-DATE(6:2) IS NUMERIC AND
002630             WS-REVIEW-DATE(8:1) = "-" AND
002640             WS-REVIEW-DATE(9:2) IS NUMERIC
002650         CONTINUE
002660     ELSE
002670         DISPLAY "DATE MUST BE YYYY-MM-DD."
002680         MOVE "Y" TO WS-RUN-FAILED-SW
002690         GO TO 1000-EXIT
002700     END-IF.
002710*    NO LOG YET MEANS NO CHANGES HAVE EVER BEEN LOGGED; THE
002720*    REVIEW IS STILL PRODUCED, SHOWING NONE, FOR THE SIGN-OFF.
002730     OPEN INPUT REF-CHANGE-FILE.
002740     IF WS-REFCHG-FILE-STATUS = "35"
002750         MOVE "Y" TO WS-NO-LOG-SW
002760     ELSE
002770         IF WS-REFCHG-FILE-STATUS NOT = "00"
002780             DISPLAY "UNABLE TO OPEN REFCHG. STATUS="
002790                 WS-REFCHG-FILE-STATUS
002800             MOVE "Y" TO WS-RUN-FAILED-SW
002810             GO TO 1000-EXIT
002820         END-IF
002830     END-IF.
002840*    WITHOUT THE STUDENT MASTER THE SEAT CUTS CANNOT BE
002850*    CHECKED; THE REVIEW SAYS SO ON EACH CUT RATHER THAN FAIL.
002860     OPEN INPUT STUDENT-MASTER-FILE.
002870     IF WS-STUDENT-FILE-STATUS = "00"
002880         MOVE "Y" TO WS-STUDMAST-OK-SW
002890     ELSE
002900         DISPLAY "STUDMAST NOT AVAILABLE. STATUS="
002910             WS-STUDENT-FILE-STATUS
002920         DISPLAY "SEAT CUTS WILL NOT BE CHECKED AGAINST "
002930             "HEADCOUNT."
002940     END-IF.
002950     OPEN OUTPUT REVIEW-REPORT-FILE.
002960     IF WS-REPORT-FILE-STATUS NOT = "00"
002970         DISPLAY "UNABLE TO OPEN REFREVW. STATUS="
002980             WS-REPORT-FILE-STATUS
002990         MOVE "Y" TO WS-RUN-FAILED-SW
003000         IF NOT WS-NO-LOG
003010             CLOSE REF-CHANGE-FILE
003020         END-IF
003030         IF WS-STUDMAST-OK
003040             CLOSE STUDENT-MASTER-FILE
003050         END-IF
003060     END-IF.
003070 1000-EXIT.
003080     EXIT.

003090*****************************************************************
003100*    2000 - THE REVIEW: HEADINGS, THE DAY'S CHANGES IN THE       *
003110*    ORDER THEY WERE MADE, TOTALS AND THE SIGN-OFF               *
003120*****************************************************************
003130 2000-PRODUCE-REVIEW.
003140     MOVE WS-RUN-DATE TO RH1-RUN-DATE.
003150     WRITE REVIEW-REPORT-RECORD FROM WS-HEADING-1.
003160     MOVE WS-REVIEW-DATE TO RH2-REVIEW-DATE.
003170     WRITE REVIEW-REPORT-RECORD FROM WS-HEADING-2
003180         AFTER ADVANCING 1.
003190     WRITE REVIEW-REPORT-RECORD FROM WS-COLUMN-LINE
003200         AFTER ADVANCING 2.
003210     IF WS-NO-LOG
003220         MOVE "Y" TO WS-EOF-SW
003230     END-IF.
003240     PERFORM 3000-PROCESS-ONE-LINE THRU 3000-EXIT
003250         UNTIL WS-EOF.
003260     IF WS-CHANGE-COUNT = 0
003270         WRITE REVIEW-REPORT-RECORD FROM WS-NONE-LINE
003280             AFTER ADVANCING 2
003290     END-IF.
003300     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
003310     IF NOT WS-NO-LOG
003320         CLOSE REF-CHANGE-FILE
003330     END-IF.
003340     IF WS-STUDMAST-OK
003350         CLOSE STUDENT-MASTER-FILE
003360     END-IF.
003370     CLOSE REVIEW-REPORT-FILE.
003380 2000-EXIT.
003390     EXIT.

003400*    THE LOG IS ONLY EVER APPENDED TO, SO IT IS ALREADY IN
003410*    DATE AND TIME ORDER; LINES FOR OTHER DAYS ARE SKIPPED.
003420 3000-PROCESS-ONE-LINE.
003430     READ REF-CHANGE-FILE INTO WS-REF-CHANGE-LINE
003440         AT END
003450             MOVE "Y" TO WS-EOF-SW
003460             GO TO 3000-EXIT
003470     END-READ.
003480     IF WS-REFCHG-FILE-STATUS NOT = "00"
003490         DISPLAY "REFCHG READ FAILED. STATUS="
003500             WS-REFCHG-FILE-STATUS
003510         MOVE "Y" TO WS-RUN-FAILED-SW
003520         MOVE "Y" TO WS-EOF-SW
003530         GO TO 3000-EXIT
003540     END-IF.
003550     IF REFL-DATE NOT = WS-REVIEW-DATE
003560         GO TO 3000-EXIT
003570     END-IF.
003580     ADD 1 TO WS-CHANGE-COUNT.
003590     MOVE REFL-OLD-VALUE TO WS-OLD-IMAGE.
003600     MOVE REFL-NEW-VALUE TO WS-NEW-IMAGE.
003610     MOVE SPACES TO WS-OLD-TEXT.
003620     MOVE SPACES TO WS-NEW-TEXT.
003630     MOVE SPACES TO WS-FLAG-TEXT.
003640     EVALUATE REFL-FILE
003650         WHEN "COURSMST"
003660             ADD 1 TO WS-COURSE-COUNT
003670             PERFORM 4000-FORMAT-COURSE THRU 4000-EXIT
003680         WHEN "OPERMST"
003690             ADD 1 TO WS-OPER-COUNT
003700             PERFORM 4100-FORMAT-OPERATOR THRU 4100-EXIT
003710         WHEN "TERMMST"
003720             ADD 1 TO WS-TERM-COUNT
003730             PERFORM 4200-FORMAT-TERM THRU 4200-EXIT
003740         WHEN OTHER
003750             MOVE WS-OLD-IMAGE TO WS-OLD-TEXT
003760             MOVE WS-NEW-IMAGE TO WS-NEW-TEXT
003770     END-EVALUATE.
003780     IF WS-OLD-IMAGE = SPACES
003790         MOVE "(NEW RECORD)" TO WS-OLD-TEXT
003800     END-IF.
003810     PERFORM 5000-WRITE-CHANGE THRU 5000-EXIT.
003820 3000-EXIT.
003830     EXIT.

003840*****************************************************************
003850*    4000 - COURSE BEFORE/AFTER, AND THE SEAT-CUT CHECK. A CUT   *
003860*    IS A NEW NON-ZERO LIMIT BELOW THE OLD ONE (OR REPLACING NO  *
003870*    LIMIT); IT IS HIGHLIGHTED WHEN THE COURSE NOW HOLDS MORE    *
003880*    ACTIVE STUDENTS THAN THE NEW LIMIT ALLOWS.                  *
003890*****************************************************************
003900 4000-FORMAT-COURSE.
003910     STRING "TITLE " OC-COURSE-TITLE " DEPT " OC-DEPARTMENT
003920         " FLAG " OC-OFFERED-FLAG " SEATS " OC-MAX-SEATS
003930         DELIMITED BY SIZE INTO WS-OLD-TEXT.
003940     STRING "TITLE " NC-COURSE-TITLE " DEPT " NC-DEPARTMENT
003950         " FLAG " NC-OFFERED-FLAG " SEATS " NC-MAX-SEATS
003960         DELIMITED BY SIZE INTO WS-NEW-TEXT.
003970     IF REFL-ACTION NOT = "EDIT"
003980         GO TO 4000-EXIT
003990     END-IF.
004000*    ZERO OR BLANK MAX-SEATS MEANS NO LIMIT, AS IN SEATCHK.
004010     MOVE 0 TO WS-OLD-SEATS.
004020     MOVE 0 TO WS-NEW-SEATS.
004030     IF OC-MAX-SEATS IS NUMERIC
004040         MOVE OC-MAX-SEATS TO WS-OLD-SEATS
004050     END-IF.
004060     IF NC-MAX-SEATS IS NUMERIC
004070         MOVE NC-MAX-SEATS TO WS-NEW-SEATS
004080     END-IF.
004090     IF WS-NEW-SEATS = 0
004100         GO TO 4000-EXIT
004110     END-IF.
004120     IF WS-OLD-SEATS NOT = 0 AND WS-NEW-SEATS NOT < WS-OLD-SEATS
004130         GO TO 4000-EXIT
004140     END-IF.
004150     IF WS-OLD-SEATS = 0
004160         MOVE "NO LIMIT" TO WS-OLD-SEATS-TEXT
004170     ELSE
004180         MOVE WS-OLD-SEATS TO WS-SEATS-EDIT
004190         MOVE WS-SEATS-EDIT TO WS-OLD-SEATS-TEXT
004200     END-IF.
004210     MOVE WS-NEW-SEATS TO WS-NEW-SEATS-EDIT.
004220     IF NOT WS-STUDMAST-OK
004230         STRING "*** SEAT LIMIT CUT FROM " WS-OLD-SEATS-TEXT
004240             " TO " WS-NEW-SEATS-EDIT " - HEADCOUNT NOT CHECKED"
004250             ", STUDMAST UNAVAILABLE ***"
004260             DELIMITED BY SIZE INTO WS-FLAG-TEXT
004270         ADD 1 TO WS-FLAGGED-COUNT
004280         GO TO 4000-EXIT
004290     END-IF.
004300     MOVE NC-COURSE-CODE TO WS-HEADCOUNT-COURSE.
004310     PERFORM 4500-COUNT-HEADCOUNT THRU 4500-EXIT.
004320     IF WS-HEADCOUNT > WS-NEW-SEATS
004330         MOVE WS-HEADCOUNT TO WS-HEADCOUNT-EDIT
004340         STRING "*** SEAT LIMIT CUT FROM " WS-OLD-SEATS-TEXT
004350             " TO " WS-NEW-SEATS-EDIT " - BELOW CURRENT "
004360             "HEADCOUNT OF " WS-HEADCOUNT-EDIT " ***"
004370             DELIMITED BY SIZE INTO WS-FLAG-TEXT
004380         ADD 1 TO WS-FLAGGED-COUNT
004390     END-IF.
004400 4000-EXIT.
004410     EXIT.

004420*****************************************************************
004430*    4100 - OPERATOR BEFORE/AFTER. ANY CHANGE OF ROLE, AND ANY   *
004440*    NEW OPERATOR GIVEN THE SUPERVISOR ROLE, IS HIGHLIGHTED.     *
004450*****************************************************************
004460 4100-FORMAT-OPERATOR.
004470     STRING "NAME " OO-OPER-NAME " ROLE " OO-OPER-ROLE
004480         DELIMITED BY SIZE INTO WS-OLD-TEXT.
004490     STRING "NAME " NO-OPER-NAME " ROLE " NO-OPER-ROLE
004500         DELIMITED BY SIZE INTO WS-NEW-TEXT.
004510     IF NO-OPER-IS-SUPERVISOR
004520         MOVE "SUPERVISOR" TO WS-NEW-ROLE-NAME
004530     ELSE
004540         MOVE "CLERK" TO WS-NEW-ROLE-NAME
004550     END-IF.
004560     IF REFL-ACTION = "ADD"
004570         IF NO-OPER-IS-SUPERVISOR
004580             MOVE "*** NEW OPERATOR WITH THE SUPERVISOR ROLE ***"
004590                 TO WS-FLAG-TEXT
004600             ADD 1 TO WS-FLAGGED-COUNT
004610         END-IF
004620         GO TO 4100-EXIT
004630     END-IF.
004640     IF OO-OPER-ROLE = NO-OPER-ROLE
004650         GO TO 4100-EXIT
004660     END-IF.
004670     IF OO-OPER-IS-SUPERVISOR
004680         MOVE "SUPERVISOR" TO WS-OLD-ROLE-NAME
004690     ELSE
004700         MOVE "CLERK" TO WS-OLD-ROLE-NAME
004710     END-IF.
004720     STRING "*** ROLE CHANGE: " DELIMITED BY SIZE
004730         WS-OLD-ROLE-NAME DELIMITED BY SPACE
004740         " TO " WS-NEW-ROLE-NAME DELIMITED BY SPACE
004750         " ***" DELIMITED BY SIZE INTO WS-FLAG-TEXT.
004760     ADD 1 TO WS-FLAGGED-COUNT.
004770 4100-EXIT.
004780     EXIT.

004790*****************************************************************
004800*    4200 - TERM BEFORE/AFTER                                    *
004810*****************************************************************
004820 4200-FORMAT-TERM.
004830     STRING "START " OT-TERM-START-DATE " END " OT-TERM-END-DATE
004840         " CURRENT " OT-TERM-CURRENT-FLAG
004850         " CENSUS " OT-TERM-CENSUS-DATE
004860         DELIMITED BY SIZE INTO WS-OLD-TEXT.
004870     STRING "START " NT-TERM-START-DATE " END " NT-TERM-END-DATE
004880         " CURRENT " NT-TERM-CURRENT-FLAG
004890         " CENSUS " NT-TERM-CENSUS-DATE
004900         DELIMITED BY SIZE INTO WS-NEW-TEXT.
004910 4200-EXIT.
004920     EXIT.

004930*****************************************************************
004940*    4500 - COUNT THE ACTIVE STUDENTS ON THE MASTER IN ONE       *
004950*    COURSE, AS 8400 IN SEATCHK.CPY DOES                         *
004960*****************************************************************
004970 4500-COUNT-HEADCOUNT.
004980     MOVE 0 TO WS-HEADCOUNT.
004990     MOVE "N" TO WS-STUDENT-EOF-SW.
005000     MOVE LOW-VALUES TO SM-SNO.
005010     START STUDENT-MASTER-FILE
005020         KEY IS NOT LESS THAN SM-SNO.
005030     IF WS-STUDENT-FILE-STATUS NOT = "00"
005040         MOVE "Y" TO WS-STUDENT-EOF-SW
005050     END-IF.
005060     PERFORM 4510-COUNT-ONE-STUDENT THRU 4510-EXIT
005070         UNTIL WS-STUDENT-EOF.
005080 4500-EXIT.
005090     EXIT.

005100 4510-COUNT-ONE-STUDENT.
005110     READ STUDENT-MASTER-FILE NEXT RECORD.
005120     IF WS-STUDENT-FILE-STATUS NOT = "00"
005130         MOVE "Y" TO WS-STUDENT-EOF-SW
005140         GO TO 4510-EXIT
005150     END-IF.
005160     IF SM-COURSE = WS-HEADCOUNT-COURSE AND SM-STUDENT-ACTIVE
005170         ADD 1 TO WS-HEADCOUNT
005180     END-IF.
005190 4510-EXIT.
005200     EXIT.

005210*****************************************************************
005220*    5000 - ONE CHANGE: WHO/WHEN/WHAT, BEFORE, AFTER AND ANY     *
005230*    HIGHLIGHT                                                   *
005240*****************************************************************
005250 5000-WRITE-CHANGE.
005260     MOVE REFL-TIME TO DL-TIME.
005270     IF REFL-OPERATOR = SPACES
005280         MOVE "UNKNOWN" TO DL-OPERATOR
005290     ELSE
005300         MOVE REFL-OPERATOR TO DL-OPERATOR
005310     END-IF.
005320     MOVE REFL-FILE TO DL-FILE.
005330     MOVE REFL-KEY TO DL-KEY.
005340     MOVE REFL-ACTION TO DL-ACTION.
005350     WRITE REVIEW-REPORT-RECORD FROM WS-DETAIL-LINE
005360         AFTER ADVANCING 2.
005370     MOVE "BEFORE: " TO VL-LABEL.
005380     MOVE WS-OLD-TEXT TO VL-TEXT.
005390     WRITE REVIEW-REPORT-RECORD FROM WS-VALUE-LINE
005400         AFTER ADVANCING 1.
005410     MOVE "AFTER:  " TO VL-LABEL.
005420     MOVE WS-NEW-TEXT TO VL-TEXT.
005430     WRITE REVIEW-REPORT-RECORD FROM WS-VALUE-LINE
005440         AFTER ADVANCING 1.
005450     IF WS-FLAG-TEXT NOT = SPACES
005460         MOVE WS-FLAG-TEXT TO FL-TEXT
005470         WRITE REVIEW-REPORT-RECORD FROM WS-FLAG-LINE
005480             AFTER ADVANCING 1
005490     END-IF.
005500 5000-EXIT.
005510     EXIT.

005520*****************************************************************
005530*    6000 - TOTALS AND THE REGISTRAR'S SIGN-OFF                  *
005540*****************************************************************
005550 6000-WRITE-TOTALS.
005560     MOVE "CHANGES LISTED" TO TL-LABEL.
005570     MOVE WS-CHANGE-COUNT TO TL-COUNT.
005580     WRITE REVIEW-REPORT-RECORD FROM WS-TOTAL-LINE
005590         AFTER ADVANCING 3.
005600     MOVE "  COURSE MASTER (COURSMST)" TO TL-LABEL.
005610     MOVE WS-COURSE-COUNT TO TL-COUNT.
005620     WRITE REVIEW-REPORT-RECORD FROM WS-TOTAL-LINE
005630         AFTER ADVANCING 1.
005640     MOVE "  OPERATOR FILE (OPERMST)" TO TL-LABEL.
005650     MOVE WS-OPER-COUNT TO TL-COUNT.
005660     WRITE REVIEW-REPORT-RECORD FROM WS-TOTAL-LINE
005670         AFTER ADVANCING 1.
005680     MOVE "  TERM MASTER (TERMMST)" TO TL-LABEL.
005690     MOVE WS-TERM-COUNT TO TL-COUNT.
005700     WRITE REVIEW-REPORT-RECORD FROM WS-TOTAL-LINE
005710         AFTER ADVANCING 1.
005720     MOVE "HIGHLIGHTED (***)" TO TL-LABEL.
005730     MOVE WS-FLAGGED-COUNT TO TL-COUNT.
005740     WRITE REVIEW-REPORT-RECORD FROM WS-TOTAL-LINE
005750         AFTER ADVANCING 1.
005760*    A REVIEW CUT SHORT BY A LOG READ ERROR IS NOT SIGNED OFF.
005770     IF WS-RUN-FAILED
005780         WRITE REVIEW-REPORT-RECORD FROM WS-INCOMPLETE-LINE-1
005790             AFTER ADVANCING 3
005800         WRITE REVIEW-REPORT-RECORD FROM WS-INCOMPLETE-LINE-2
005810             AFTER ADVANCING 1
005820         GO TO 6000-EXIT
005830     END-IF.
005840     WRITE REVIEW-REPORT-RECORD FROM WS-SIGNOFF-LINE-1
005850         AFTER ADVANCING 3.
005860     WRITE REVIEW-REPORT-RECORD FROM WS-SIGNOFF-LINE-2
005870         AFTER ADVANCING 2.
005880 6000-EXIT.
005890     EXIT.
