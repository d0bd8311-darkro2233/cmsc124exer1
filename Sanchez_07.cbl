000280*    HAS SINCE BEEN CLOSED. A DELETE PHYSICALLY REMOVES THE    *
000290*    RECORD, AS SANCHEZ01'S DELETE DOES.                        *
000300*                                                                *
000301*    S(ECTION) AND U(NASSIGN) PLACE THE STUDENT IN, OR DROP      *
000302*    THEM FROM, A SECTION OF THEIR OWN COURSE (A DROP MAY NAME   *
000303*    A COURSE THEY HAVE LEFT); SEE THE SECOND RECORD UNDER THE   *
000304*    TRANSACTION FD. CLASH AND CAPACITY RULES ARE IN SECTIO.     *
000305*                                                                *
000306*    A CLERK'S CHANGE TO A STUDENT'S NAME OR COURSE IS NOT       *
000307*    APPLIED BUT HELD ON PENDCHG FOR A SUPERVISOR TO APPROVE     *
000308*    (SEE PENDIO); THE REST OF THE TRANSACTION STILL APPLIES.    *
000309*                                                                *
000310*    MODIFICATION HISTORY                                        *
000320*     DATE       BY   DESCRIPTION                                *
000330*     2026-08-22 JS   INITIAL VERSION                        *
000480*     2026-09-01 JS   APPLIED ADDS WITHOUT A TERM ARE STAMPED    *
000490*                     WITH THE CURRENT ACADEMIC TERM FROM        *
000500*                     TERMMST (SEE TERMREC/TERMIO)               *
000501*     2026-10-15 JS   S AND U ACTIONS ASSIGN AND DROP SECTIONS   *
000502*                     (SEE SECTIO); A DELETE OR COURSE CHANGE    *
000503*                     DROPS THE STUDENT'S OLD SECTIONS           *
000504*     2026-10-15 JS   AN ADD UNDER 18 NEEDS A GUARDIAN CONTACT   *
000505*                     ON EMRGCON (SEE EMRGREC/EMRGIO)            *
000506*     2026-10-15 JS   A CLERK'S NAME OR COURSE CHANGE IS HELD    *
000507*                     ON PENDCHG FOR APPROVAL (SEE PENDIO)       *
000508*     2026-10-15 JS   TERMREC COPY GAINED TERM-CENSUS-DATE; A    *
000509*                     COURSE CHANGE RE-ASSESSES THE FEE (LEDGIO) *
000510*****************************************************************

000520 ENVIRONMENT DIVISION.
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS SM-SNO
000630         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000631     SELECT LEDGER-FILE
000632         ASSIGN TO "LEDGMST"
000633         ORGANIZATION IS INDEXED
000634         ACCESS MODE IS DYNAMIC
000635         RECORD KEY IS LG-LEDG-KEY
000636         FILE STATUS IS WS-LEDG-FILE-STATUS.
000640     SELECT COURSE-MASTER-FILE
000650         ASSIGN TO "COURSMST"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS CM-COURSE-CODE
000690         FILE STATUS IS WS-COURSE-FILE-STATUS.
000691     SELECT FEE-SCHEDULE-FILE
000692         ASSIGN TO "FEESCHD"
000693         ORGANIZATION IS INDEXED
000694         ACCESS MODE IS DYNAMIC
000695         RECORD KEY IS FS-FEE-KEY
000696         FILE STATUS IS WS-FEE-FILE-STATUS.
000700     SELECT TRANSACTION-FILE
000710         ASSIGN TO "STUDTRAN"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-TRAN-FILE-STATUS.
000731     SELECT SECTION-ENROLL-FILE
000732         ASSIGN TO "SECTENR"
000733         ORGANIZATION IS INDEXED
000734         ACCESS MODE IS DYNAMIC
000735         RECORD KEY IS SE-SENR-KEY
000736         FILE STATUS IS WS-SENR-FILE-STATUS.
000740     SELECT AUDIT-LOG-FILE
000750         ASSIGN TO "AUDITLOG"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000771     SELECT EMERGENCY-CONTACT-FILE
000772         ASSIGN TO "EMRGCON"
000773         ORGANIZATION IS INDEXED
000774         ACCESS MODE IS DYNAMIC
000775         RECORD KEY IS EC-EMRG-SNO
000776         FILE STATUS IS WS-EMRG-FILE-STATUS.
000780     SELECT TRAN-REPORT-FILE
000790         ASSIGN TO "TRANRPT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-REPORT-FILE-STATUS.
000811     SELECT PENDING-CHANGE-FILE
000812         ASSIGN TO "PENDCHG"
000813         ORGANIZATION IS INDEXED
000814         ACCESS MODE IS DYNAMIC
000815         RECORD KEY IS PC-PEND-KEY
000816         FILE STATUS IS WS-PEND-FILE-STATUS.
000820     SELECT WAITLIST-FILE
000830         ASSIGN TO "WAITLIST"
000840         ORGANIZATION IS LINE SEQUENTIAL
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS TM-TERM-CODE
000910         FILE STATUS IS WS-TERM-FILE-STATUS.
000911     SELECT SECTION-FILE
000912         ASSIGN TO "SECTMST"
000913         ORGANIZATION IS INDEXED
000914         ACCESS MODE IS DYNAMIC
000915         RECORD KEY IS SC-SECT-KEY
000916         FILE STATUS IS WS-SECT-FILE-STATUS.
000920     SELECT OPERATOR-MASTER-FILE
000930         ASSIGN TO "OPERMST"
000940         ORGANIZATION IS INDEXED
001150             ==STATUS-DATE== BY ==SM-STATUS-DATE==
001160             ==ENROLL-TERM== BY ==SM-ENROLL-TERM==.

001161 FD  SECTION-FILE.
001162 01  SECTION-RECORD.
001163     COPY SECTREC
001164         REPLACING ==03== BY ==02==
001165             LEADING ==SECT-== BY ==SC-SECT-==.

001170 FD  COURSE-MASTER-FILE.
001180 01  COURSE-MASTER-RECORD.
001190     COPY COURSREC
001260             ==COURSE-CLOSED== BY ==CM-COURSE-CLOSED==
001270             ==MAX-SEATS== BY ==CM-MAX-SEATS==.

001271 FD  SECTION-ENROLL-FILE.
001272 01  SECTION-ENROLL-RECORD.
001273     COPY SENRREC
001274         REPLACING ==03== BY ==02==
001275             LEADING ==SENR-== BY ==SE-SENR-==.

001280 FD  TRANSACTION-FILE.
001290 01  TRANSACTION-RECORD.
001300     02  TR-ACTION                     PIC X(01).
001430             ==STUDENT-GRADUATED== BY ==TR-STUDENT-GRADUATED==
001440             ==STATUS-DATE== BY ==TR-STATUS-DATE==
001450             ==ENROLL-TERM== BY ==TR-ENROLL-TERM==.
001451*    S AND U: THE NAME IS IGNORED; A BLANK COURSE MEANS THE
001452*    STUDENT'S OWN AND A BLANK TERM THE CURRENT TERM.
001453 01  TRAN-SECTION-RECORD.
001454     02  FILLER                        PIC X(61).
001455     02  TS-COURSE                     PIC X(20).
001456     02  TS-TERM-CODE                  PIC X(06).
001457     02  TS-SECTION                    PIC X(04).
001458     02  FILLER                        PIC X(28).

001460 FD  AUDIT-LOG-FILE.
001470 01  AUDIT-LOG-RECORD                 PIC X(428).

001471 FD  EMERGENCY-CONTACT-FILE.
001472 01  EMERGENCY-CONTACT-RECORD.
001473     COPY EMRGREC
001474         REPLACING ==03== BY ==02==
001475             LEADING ==EMRG-== BY ==EC-EMRG-==.

001480 FD  TRAN-REPORT-FILE.
001490 01  TRAN-REPORT-RECORD               PIC X(132).

001491 FD  PENDING-CHANGE-FILE.
001492 01  PENDING-CHANGE-RECORD.
001493     COPY PENDREC
001494         REPLACING ==03== BY ==02==
001495             LEADING ==PEND-== BY ==PC-PEND-==.

001500 FD  WAITLIST-FILE.
001510 01  WAITLIST-RECORD.
001520     COPY WAITREC
001610             ==WAIT-OFFERED== BY ==WF-WAIT-OFFERED==
001620             ==WAIT-SEATED== BY ==WF-WAIT-SEATED==.

001621 FD  LEDGER-FILE.
001622 01  LEDGER-RECORD.
001623     COPY LEDGREC
001624         REPLACING ==03== BY ==02==
001625             LEADING ==LEDG-== BY ==LG-LEDG-==.

001630 FD  TERM-MASTER-FILE.
001640 01  TERM-MASTER-RECORD.
001650     COPY TERMREC
001680             ==TERM-START-DATE== BY ==TM-TERM-START-DATE==
001690             ==TERM-END-DATE== BY ==TM-TERM-END-DATE==
001700             ==TERM-CURRENT-FLAG== BY ==TM-TERM-CURRENT-FLAG==
001710             ==TERM-IS-CURRENT== BY ==TM-TERM-IS-CURRENT==
001712             ==TERM-CENSUS-DATE== BY ==TM-TERM-CENSUS-DATE==.

001720 FD  OPERATOR-MASTER-FILE.
001730 01  OPERATOR-MASTER-RECORD.
001790             ==OPER-IS-SUPERVISOR== BY ==OM-OPER-IS-SUPERVISOR==
001800             ==OPER-IS-CLERK== BY ==OM-OPER-IS-CLERK==.

001801 FD  FEE-SCHEDULE-FILE.
001802 01  FEE-SCHEDULE-RECORD.
001803     COPY FEEREC
001804         REPLACING ==03== BY ==02==
001805             LEADING ==FEE-== BY ==FS-FEE-==.

001810 WORKING-STORAGE SECTION.
001820 77  WS-STUDENT-FILE-STATUS        PIC X(02).
001830 77  WS-COURSE-FILE-STATUS         PIC X(02).
002120 77  WS-TRAN-FAILED-SW             PIC X(01)    VALUE "N".
002130         88  WS-TRAN-FAILED                         VALUE "Y".
002140         88  WS-TRAN-OK                             VALUE "N".
002142*    SET WHEN A CLERK'S NAME OR COURSE CHANGE WENT TO PENDCHG.
002144 77  WS-HELD-SW                    PIC X(01)    VALUE "N".
002146         88  WS-CHANGE-HELD                         VALUE "Y".

002150 77  WS-TRANS-READ                 PIC 9(07) COMP VALUE 0.
002160 77  WS-TRANS-ACCEPTED             PIC 9(07) COMP VALUE 0.
002170 77  WS-TRANS-REJECTED             PIC 9(07) COMP VALUE 0.
002172 77  WS-TRANS-HELD                 PIC 9(07) COMP VALUE 0.

002180 77  WS-REJECT-REASON              PIC X(40).


002240*    WAITLIST SCAN TABLE AND SWITCHES (SEE WAITIO.CPY).
002250     COPY WAITWRK.
002251*    SECTION ASSIGNMENT HAND-OFF FIELDS AND SWITCHES (SECTIO.CPY).
002252     COPY SECTWRK.
002253*    EMERGENCY CONTACT LOOKUP FIELDS (SEE EMRGIO.CPY).
002254     COPY EMRGWRK.
002255*    PENDING-CHANGE HAND-OFF FIELDS AND SWITCHES (PENDIO.CPY).
002256     COPY PENDWRK.
002257*    STUDENT LEDGER HAND-OFF FIELDS AND SWITCHES (SEE LEDGIO.CPY).
002258     COPY LEDGWRK.

002260 01  WS-DATE-FIELDS.
002270         05  WS-CURRENT-DATE           PIC 9(08).
003270         CLOSE STUDENT-MASTER-FILE
003280         GO TO 1000-EXIT
003290     END-IF.
003292*    A COURSE CHANGE RE-ASSESSES AN ASSESSED TERM; WITHOUT THE
003294*    LEDGER THE CHANGE STILL APPLIES AND IS ADJUSTED BY HAND.
003296     PERFORM 8200-OPEN-LEDGER-FILES THRU 8200-EXIT.
003300*    NEW ENROLLMENTS ARE STAMPED WITH THE CURRENT ACADEMIC
003310*    TERM; A MISSING TERM FILE JUST LEAVES THE STAMP BLANK.
003320     PERFORM 8950-FIND-CURRENT-TERM THRU 8950-EXIT.
003321*    SECTIONS ARE ONLY NEEDED BY S AND U TRANSACTIONS; WITHOUT
003322*    THE SECTION FILES THOSE ARE REJECTED AND THE REST APPLY.
003323     PERFORM 8000-OPEN-SECTION-FILES THRU 8000-EXIT.
003324*    ADDS OF STUDENTS UNDER 18 NEED A GUARDIAN CONTACT ON
003325*    EMRGCON; WITHOUT THE FILE THOSE ADDS ARE REJECTED.
003326     PERFORM 8060-OPEN-EMRG-FILE THRU 8060-EXIT.
003327*    A CLERK'S NAME AND COURSE CHANGES ARE HELD ON PENDCHG;
003328*    WITHOUT THE FILE THOSE CHANGES ARE REJECTED.
003329     PERFORM 8120-OPEN-PEND-FILE THRU 8120-EXIT.
003330     MOVE "Y" TO WS-MASTER-READY-SW.
003340 1000-EXIT.
003350     EXIT.
004080     EVALUATE TRUE
004090         WHEN TR-ACTION NOT = "A" AND TR-ACTION NOT = "C"
004100                 AND TR-ACTION NOT = "D"
004102                 AND TR-ACTION NOT = "S" AND TR-ACTION NOT = "U"
004110             MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
004120             PERFORM 7100-REPORT-REJECTED THRU 7100-EXIT
004130         WHEN TR-SNO = SPACES
004310             PERFORM 4000-APPLY-CHANGE THRU 4000-EXIT
004320         WHEN "D"
004330             PERFORM 5000-APPLY-DELETE THRU 5000-EXIT
004332         WHEN "S"
004334             PERFORM 9500-APPLY-SECTION-ASSIGN THRU 9500-EXIT
004336         WHEN "U"
004338             PERFORM 9600-APPLY-SECTION-DROP THRU 9600-EXIT
004340     END-EVALUATE.
004350 2300-EXIT.
004360     EXIT.
004440         GO TO 3000-EXIT
004450     END-IF.
004460     PERFORM 6000-VALIDATE-FIELDS THRU 6000-EXIT.
004462     IF WS-VALID
004464         PERFORM 6070-VALIDATE-GUARDIAN THRU 6070-EXIT
004466     END-IF.
004470     IF WS-VALID
004480         PERFORM 6050-VALIDATE-COURSE THRU 6050-EXIT
004490     END-IF.
005210     END-IF.
005220     MOVE SM-COURSE TO WS-OLD-COURSE.
005230     MOVE SM-STATUS-CODE TO WS-OLD-STATUS.
005233     MOVE SM-ENROLL-TERM TO WS-LEDG-TERM.
005236     MOVE "N" TO WS-HELD-SW.
005240     PERFORM 8500-FORMAT-CURRENT-VALUE THRU 8500-EXIT.
005250     MOVE WS-FORMATTED-VALUE TO WS-AUDIT-OLD-VALUE.
005251*    A CLERK'S NAME OR COURSE CHANGE IS HELD ON PENDCHG FOR A
005252*    SUPERVISOR (SANCHEZ01 MENU 14) AND THE TRANSACTION GOES ON
005253*    WITH THE CURRENT NAME AND COURSE (SEE 4100).
005254     IF NOT WS-SUPERVISOR
005255         PERFORM 4100-HOLD-SENSITIVE-CHANGE THRU 4100-EXIT
005256     END-IF.
005257     IF WS-INVALID
005258         GO TO 4000-EXIT
005259     END-IF.
005260     MOVE TR-FULLNAME TO SM-FULLNAME.
005270     IF TR-COURSE NOT = SPACES
005280         MOVE TR-COURSE TO SM-COURSE
005410     END-IF.
005420     MOVE "EDIT" TO WS-AUDIT-ACTION.
005430     PERFORM 8100-WRITE-AUDIT-LOG THRU 8100-EXIT.
005432     IF WS-CHANGE-HELD
005440         PERFORM 7250-REPORT-HELD THRU 7250-EXIT
005442     ELSE
005444         PERFORM 7200-REPORT-ACCEPTED THRU 7200-EXIT
005446     END-IF.
005450*    A COURSE CHANGE SETTLES ANY LIVE WAITLIST ENTRY ON THE
005460*    NEW COURSE AS SEATED, AND MOVING AN ACTIVE STUDENT OUT
005470*    FREES A SEAT BEHIND THEM (LEGACY BLANK STATUS = ACTIVE).
005480     IF TR-COURSE NOT = SPACES
005490             AND TR-COURSE NOT = WS-OLD-COURSE
005492*        THE SECTIONS HELD IN THE OLD COURSE ARE GIVEN UP (9850).
005494         MOVE TR-SNO TO WS-SECT-SNO
005496         MOVE WS-OLD-COURSE TO WS-SECT-COURSE
005498         PERFORM 9850-DROP-OLD-SECTIONS THRU 9850-EXIT
005500         MOVE TR-COURSE TO WS-WAIT-COURSE
005510         MOVE TR-SNO TO WS-WAIT-SNO
005520         MOVE TR-FULLNAME TO WS-WAIT-NAME
005550             MOVE WS-OLD-COURSE TO WS-WAIT-COURSE
005560             PERFORM 8350-OFFER-FREED-SEAT THRU 8350-EXIT
005570         END-IF
005571*        AN ASSESSED TERM IS RE-CHARGED AT THE NEW COURSE'S FEE.
005572         MOVE TR-SNO TO WS-LEDG-SNO
005573         MOVE TR-COURSE TO WS-LEDG-COURSE
005574         PERFORM 9860-REASSESS-COURSE-FEE THRU 9860-EXIT
005580     END-IF.
005590 4000-EXIT.
005600     EXIT.
005960         MOVE WS-OLD-COURSE TO WS-WAIT-COURSE
005970         PERFORM 8350-OFFER-FREED-SEAT THRU 8350-EXIT
005980     END-IF.
005982     MOVE TR-SNO TO WS-SECT-SNO.
005984     MOVE WS-OLD-COURSE TO WS-SECT-COURSE.
005986     PERFORM 9850-DROP-OLD-SECTIONS THRU 9850-EXIT.
005990 5000-EXIT.
006000     EXIT.

007000 7200-EXIT.
007010     EXIT.

007011*    THE NAME OR COURSE WENT TO PENDCHG (SEE 4100).
007012 7250-REPORT-HELD.
007013     ADD 1 TO WS-TRANS-HELD.
007014     MOVE "HELD" TO DL-RESULT.
007015     MOVE "NAME/COURSE HELD FOR SUPERVISOR APPROVAL"
007016         TO WS-REJECT-REASON.
007017     PERFORM 7900-WRITE-DETAIL THRU 7900-EXIT.
007018 7250-EXIT.
007019     EXIT.

007020*    A HARD I-O ERROR ON THE MASTER STOPS THE RUN SO THE SAME
007030*    TRANSACTION IS NOT HALF-APPLIED TWICE; THE REPORT SHOWS
007040*    WHERE IT STOPPED.
007710     MOVE WS-TRANS-ACCEPTED TO TL-COUNT.
007720     WRITE TRAN-REPORT-RECORD FROM WS-TOTAL-LINE
007730         AFTER ADVANCING 1.
007732     MOVE "TRANSACTIONS HELD FOR APPROVAL" TO TL-TEXT.
007734     MOVE WS-TRANS-HELD TO TL-COUNT.
007736     WRITE TRAN-REPORT-RECORD FROM WS-TOTAL-LINE
007738         AFTER ADVANCING 1.
007740     MOVE "TRANSACTIONS REJECTED" TO TL-TEXT.
007750     MOVE WS-TRANS-REJECTED TO TL-COUNT.
007760     WRITE TRAN-REPORT-RECORD FROM WS-TOTAL-LINE
007930             ==8910-EXIT== BY ==8960-EXIT==.

007940*****************************************************************
007942*    8200-8250 - STUDENT LEDGER AND FEES (SEE LEDGIO.CPY)        *
007944*****************************************************************
007946     COPY LEDGIO.

007948*****************************************************************
007950*    8300-8450 - WAITLIST AND SEAT LIMITS (SEE WAITIO.CPY)       *
007960*****************************************************************
007970     COPY WAITIO.

007972*****************************************************************
007974*    8000-8057 - SECTION ASSIGNMENT (SEE SECTIO.CPY)             *
007976*****************************************************************
007978     COPY SECTIO.

007980*    8400/8450 - SEAT COUNTING AND CAPACITY (SEE SEATCHK.CPY)
007990     COPY SEATCHK.

007992*****************************************************************
007994*    8060-8091 - EMERGENCY CONTACTS (SEE EMRGIO.CPY)             *
007996*****************************************************************
007998     COPY EMRGIO.

008000*****************************************************************
008010*    8600 - OPERATOR SIGN-ON (SEE SIGNON.CPY)                    *
008020*****************************************************************
008030     COPY SIGNON.

008040*****************************************************************
008042*    8120-8140 - PENDING NAME/COURSE CHANGES (SEE PENDIO.CPY)    *
008044*****************************************************************
008046     COPY PENDIO.

008048*****************************************************************
008050*    9000 - TERMINATION                                          *
008060*****************************************************************
008070 9000-TERMINATE.
008080     CLOSE STUDENT-MASTER-FILE.
008090     CLOSE COURSE-MASTER-FILE.
008092     PERFORM 8005-CLOSE-SECTION-FILES THRU 8005-EXIT.
008094     PERFORM 8065-CLOSE-EMRG-FILE THRU 8065-EXIT.
008096     PERFORM 8125-CLOSE-PEND-FILE THRU 8125-EXIT.
008098     PERFORM 8205-CLOSE-LEDGER-FILES THRU 8205-EXIT.
008100     IF WS-TRAN-FAILED
008110         DISPLAY "BATCH MAINTENANCE STOPPED ON ERROR."
008120     ELSE
008140     END-IF.
008150     DISPLAY "TRANSACTIONS READ     : " WS-TRANS-READ.
008160     DISPLAY "TRANSACTIONS ACCEPTED : " WS-TRANS-ACCEPTED.
008162     DISPLAY "TRANSACTIONS HELD     : " WS-TRANS-HELD.
008170     DISPLAY "TRANSACTIONS REJECTED : " WS-TRANS-REJECTED.
008180 9000-EXIT.
008190     EXIT.

008200*****************************************************************
008210*    9500 - APPLY A SECTION ASSIGNMENT                           *
008220*****************************************************************
008230 9500-APPLY-SECTION-ASSIGN.
008240     PERFORM 9700-CHECK-SECTION-TRAN THRU 9700-EXIT.
008250     IF WS-INVALID
008260         GO TO 9500-EXIT
008270     END-IF.
008280*    A WITHDRAWN OR GRADUATED STUDENT TAKES NO SEAT.
008290     IF NOT SM-STUDENT-ACTIVE
008300         MOVE "STUDENT IS NOT ACTIVE" TO WS-REJECT-REASON
008310         PERFORM 7100-REPORT-REJECTED THRU 7100-EXIT
008320         GO TO 9500-EXIT
008330     END-IF.
008340     PERFORM 8010-ASSIGN-SECTION THRU 8010-EXIT.
008350     PERFORM 9800-REPORT-SECTION-RESULT THRU 9800-EXIT.
008360 9500-EXIT.
008370     EXIT.

008380*****************************************************************
008390*    9600 - APPLY A SECTION DROP                                 *
008400*****************************************************************
008410 9600-APPLY-SECTION-DROP.
008420     PERFORM 9700-CHECK-SECTION-TRAN THRU 9700-EXIT.
008430     IF WS-INVALID
008440         GO TO 9600-EXIT
008450     END-IF.
008460     PERFORM 8050-DROP-SECTION THRU 8050-EXIT.
008470     PERFORM 9800-REPORT-SECTION-RESULT THRU 9800-EXIT.
008480 9600-EXIT.
008490     EXIT.

008500*    REJECTS WHAT SECTIO CANNOT JUDGE AND SETS ITS HAND-OFF
008510*    FIELDS. A STUDENT IS ONLY PLACED IN SECTIONS OF THEIR OWN
008520*    COURSE, BUT A DROP MAY NAME ANOTHER, SO A PLACEMENT STILL
008525*    HELD IN A COURSE THEY HAVE LEFT CAN BE CLEARED.
008530 9700-CHECK-SECTION-TRAN.
008540     MOVE "N" TO WS-VALID-SW.
008550     EVALUATE TRUE
008560         WHEN WS-RECORD-NOT-FOUND
008570             MOVE "STUDENT NUMBER NOT ON MASTER"
008580                 TO WS-REJECT-REASON
008590         WHEN TR-ACTION = "S" AND TS-COURSE NOT = SPACES
008595                 AND TS-COURSE NOT = SM-COURSE
008600             MOVE "COURSE IS NOT THE STUDENT'S COURSE"
008610                 TO WS-REJECT-REASON
008620         WHEN TS-SECTION = SPACES
008630             MOVE "SECTION CODE IS BLANK" TO WS-REJECT-REASON
008640         WHEN TS-TERM-CODE = SPACES AND WS-CURRENT-TERM = SPACES
008650             MOVE "NO TERM GIVEN AND NO CURRENT TERM SET"
008660                 TO WS-REJECT-REASON
008670         WHEN OTHER
008680             MOVE "Y" TO WS-VALID-SW
008690     END-EVALUATE.
008700     IF WS-INVALID
008710         PERFORM 7100-REPORT-REJECTED THRU 7100-EXIT
008720         GO TO 9700-EXIT
008730     END-IF.
008740     MOVE SM-SNO TO WS-SECT-SNO.
008743     IF TS-COURSE = SPACES
008746         MOVE SM-COURSE TO WS-SECT-COURSE
008749     ELSE
008752         MOVE TS-COURSE TO WS-SECT-COURSE
008755     END-IF.
008760     MOVE TS-SECTION TO WS-SECT-CODE.
008770     IF TS-TERM-CODE = SPACES
008780         MOVE WS-CURRENT-TERM TO WS-SECT-TERM
008790     ELSE
008800         MOVE TS-TERM-CODE TO WS-SECT-TERM
008810     END-IF.
008820 9700-EXIT.
008830     EXIT.

008840*    A REFUSAL IS AN ORDINARY REJECT; A HARD I-O ERROR ON THE
008850*    SECTION FILES STOPS THE RUN LIKE ONE ON THE MASTER DOES.
008860 9800-REPORT-SECTION-RESULT.
008870     IF WS-SECT-DONE
008880         PERFORM 7200-REPORT-ACCEPTED THRU 7200-EXIT
008890         GO TO 9800-EXIT
008900     END-IF.
008910     MOVE WS-SECT-REASON TO WS-REJECT-REASON.
008920     PERFORM 7100-REPORT-REJECTED THRU 7100-EXIT.
008930     IF WS-SECT-FAILED
008940         MOVE "Y" TO WS-TRAN-FAILED-SW
008950         DISPLAY WS-SECT-REASON " RUN STOPPED."
008960     END-IF.
008970 9800-EXIT.
008980     EXIT.

008990*****************************************************************
009000*    4100 - HOLD A CLERK'S NAME OR COURSE CHANGE FOR APPROVAL.   *
009010*    A STUDENT HAS ONE REQUEST PENDING AT A TIME, SO A SECOND    *
009020*    ONE IS REJECTED UNTIL THE FIRST HAS BEEN DECIDED.           *
009030*****************************************************************
009040 4100-HOLD-SENSITIVE-CHANGE.
009050     IF TR-FULLNAME = SM-FULLNAME
009060             AND (TR-COURSE = SPACES OR TR-COURSE = SM-COURSE)
009070         GO TO 4100-EXIT
009080     END-IF.
009090     IF NOT WS-PEND-READY
009100         MOVE "N" TO WS-VALID-SW
009110         MOVE "PENDCHG NOT AVAILABLE - CANNOT HOLD"
009120             TO WS-REJECT-REASON
009130         PERFORM 7100-REPORT-REJECTED THRU 7100-EXIT
009140         GO TO 4100-EXIT
009150     END-IF.
009160     MOVE TR-SNO TO WS-PEND-SNO.
009170     PERFORM 8130-FIND-OPEN-PENDING THRU 8130-EXIT.
009180     IF WS-PEND-FAILED
009190         PERFORM 4150-REPORT-PEND-FAILURE THRU 4150-EXIT
009200         GO TO 4100-EXIT
009210     END-IF.
009220     IF WS-PEND-OPEN-FOUND
009230         MOVE "N" TO WS-VALID-SW
009240         MOVE "NAME/COURSE CHANGE ALREADY PENDING"
009250             TO WS-REJECT-REASON
009260         PERFORM 7100-REPORT-REJECTED THRU 7100-EXIT
009270         GO TO 4100-EXIT
009280     END-IF.
009290     MOVE SM-FULLNAME TO WS-PEND-OLD-NAME.
009300     MOVE TR-FULLNAME TO WS-PEND-NEW-NAME.
009310     MOVE SM-COURSE TO WS-PEND-OLD-COURSE.
009320     IF TR-COURSE = SPACES
009330         MOVE SM-COURSE TO WS-PEND-NEW-COURSE
009340     ELSE
009350         MOVE TR-COURSE TO WS-PEND-NEW-COURSE
009360     END-IF.
009370     MOVE "SANCHEZ07" TO WS-PEND-SOURCE.
009380     PERFORM 8140-QUEUE-PENDING-CHANGE THRU 8140-EXIT.
009390     IF WS-PEND-FAILED
009400         PERFORM 4150-REPORT-PEND-FAILURE THRU 4150-EXIT
009410         GO TO 4100-EXIT
009420     END-IF.
009430*    THE REST OF THE CHANGE CARRIES THE CURRENT NAME AND A
009440*    BLANK (KEEP) COURSE, SO NO SEAT MOVES UNTIL THE APPROVAL.
009450     MOVE "Y" TO WS-HELD-SW.
009460     MOVE SM-FULLNAME TO TR-FULLNAME.
009470     MOVE SPACES TO TR-COURSE.
009480*    WITH NOTHING ELSE ON THE TRANSACTION THE MASTER IS LEFT
009490*    ALONE AND THE TRANSACTION ENDS HERE, REPORTED AS HELD.
009500     IF TR-MOBILE = SM-MOBILE AND TR-LANDLINE = SM-LANDLINE
009510             AND TR-AGE = SM-AGE
009520         PERFORM 7250-REPORT-HELD THRU 7250-EXIT
009530         MOVE "N" TO WS-VALID-SW
009540     END-IF.
009550 4100-EXIT.
009560     EXIT.

009570*    A HARD I-O ERROR ON THE PENDING-CHANGE FILE STOPS THE RUN
009580*    LIKE ONE ON THE MASTER DOES.
009590 4150-REPORT-PEND-FAILURE.
009600     MOVE "N" TO WS-VALID-SW.
009610     MOVE "Y" TO WS-TRAN-FAILED-SW.
009620     MOVE SPACES TO WS-REJECT-REASON.
009630     STRING "PENDCHG I-O ERROR STATUS="
009640         WS-PEND-FILE-STATUS ". RUN STOPPED."
009650         DELIMITED BY SIZE INTO WS-REJECT-REASON.
009660     PERFORM 7100-REPORT-REJECTED THRU 7100-EXIT.
009670     DISPLAY "RUN STOPPED.".
009680 4150-EXIT.
009690     EXIT.

009700*    A STUDENT UNDER 18 IS ADDED ONLY WHEN A PARENT OR GUARDIAN
009710*    CONTACT IS ALREADY ON EMRGCON (KEYED IN SANCHEZ01 OR LOADED
009720*    BY SANCHEZ33). IT IS CHECKED BEFORE THE COURSE SO A REJECTED
009730*    ADD IS NEVER QUEUED TO THE WAITLIST. A HARD ERROR ON THE
009740*    CONTACT FILE STOPS THE RUN.
009750 6070-VALIDATE-GUARDIAN.
009760     IF TR-AGE NOT < 18
009770         GO TO 6070-EXIT
009780     END-IF.
009790     MOVE TR-SNO TO WS-EMRG-SNO.
009800     PERFORM 8078-FIND-GUARDIAN-ON-FILE THRU 8078-EXIT.
009810     IF WS-EMRG-FAILED
009820         MOVE "N" TO WS-VALID-SW
009830         MOVE "CONTACT FILE READ ERROR" TO WS-REJECT-REASON
009840         MOVE "Y" TO WS-TRAN-FAILED-SW
009850         DISPLAY "RUN STOPPED."
009860         GO TO 6070-EXIT
009870     END-IF.
009880     IF NOT WS-EMRG-HAS-GUARDIAN
009890         MOVE "N" TO WS-VALID-SW
009900         MOVE "UNDER 18 - NO GUARDIAN CONTACT ON FILE"
009910             TO WS-REJECT-REASON
009920     END-IF.
009930 6070-EXIT.
009940     EXIT.

009950*****************************************************************
009960*    9850 - DROP THE STUDENT FROM EVERY SECTION THEY HOLD IN A   *
009970*    COURSE THEY ARE LEAVING BY A DELETE OR A COURSE CHANGE, SO  *
009980*    THE SEATS ARE FREED. THE CALLER SETS WS-SECT-SNO AND THE    *
009990*    OLD COURSE IN WS-SECT-COURSE. A HARD I-O ERROR ON THE       *
010000*    SECTION FILES STOPS THE RUN, AS IN 9800.                    *
010010*****************************************************************
010020 9850-DROP-OLD-SECTIONS.
010030     IF NOT WS-SECT-READY
010040         GO TO 9850-EXIT
010050     END-IF.
010060     PERFORM 8055-DROP-ALL-SECTIONS THRU 8055-EXIT.
010070     IF WS-SECT-FAILED
010080         MOVE "Y" TO WS-TRAN-FAILED-SW
010090         DISPLAY WS-SECT-REASON " RUN STOPPED."
010100     END-IF.
010110 9850-EXIT.
010120     EXIT.

010130*****************************************************************
010140*    9860 - RE-CHARGE A COURSE CHANGE AT THE NEW COURSE'S FEE.   *
010150*    THE CALLER SETS WS-LEDG-SNO AND THE NEW COURSE IN           *
010160*    WS-LEDG-COURSE, AND WS-OLD-STATUS IS THE STATUS BEFORE THE  *
010170*    CHANGE. A WITHDRAWN OR GRADUATED STUDENT HAS ALREADY HAD    *
010180*    THE TERM SETTLED (8250), SO RE-ASSESSING WOULD CANCEL THE   *
010190*    REFUND; THEIR FEE IS LEFT FOR THE BURSAR.                   *
010200*****************************************************************
010210 9860-REASSESS-COURSE-FEE.
010220     IF WS-OLD-STATUS = "A" OR WS-OLD-STATUS = SPACE
010230         MOVE "COURSE CHG" TO WS-LEDG-REFERENCE
010240         MOVE "COURSE CHANGE RE-ASSESSMENT" TO WS-LEDG-DESCRIPTION
010250         PERFORM 8240-REASSESS-STUDENT THRU 8240-EXIT
010260     ELSE
010270         DISPLAY "STUDENT " TR-SNO " IS NOT ACTIVE - FEE NOT "
010280             "RE-ASSESSED. ADJUST THE FEE FOR THE COURSE CHANGE "
010290             "BY HAND."
010300     END-IF.
010310 9860-EXIT.
010320     EXIT.
