000840*                     FROM CERTCTL AND REGISTERS EVERY ISSUE     *
000850*                     IN CERTLOG FOR LATER VERIFICATION.         *
000860*                     EXIT IS NOW MENU CHOICE 11                 *
000861*     2026-10-15 JS   LEDGER (LEDGIO): WITHDRAWAL CREDITS THE    *
000862*                     REFUND; REINSTATE, TRANSFER AND COURSE     *
000863*                     CHANGES RE-ASSESS THE TERM FEE (FEESCHD)   *
000864*     2026-10-15 JS   MENU 11/12 SECTIONS (SECTIO); LEAVING A    *
000865*                     COURSE OR ACTIVE STATUS DROPS ITS SECTIONS *
000866*     2026-10-15 JS   MENU 13 EMERGENCY CONTACTS (EMRGIO); AN    *
000867*                     UNDER-18 ADD NEEDS A GUARDIAN CONTACT      *
000868*     2026-10-15 JS   MENU 14 APPROVES HELD NAME/COURSE CHANGES  *
000869*                     (PENDIO); EXIT 15; TERMREC CENSUS DATE     *
000870******************************************************************

000880 ENVIRONMENT DIVISION.
000970         ACCESS MODE IS DYNAMIC
000980         RECORD KEY IS SM-SNO
000990         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000991     SELECT LEDGER-FILE
000992         ASSIGN TO "LEDGMST"
000993         ORGANIZATION IS INDEXED
000994         ACCESS MODE IS DYNAMIC
000995         RECORD KEY IS LG-LEDG-KEY
000996         FILE STATUS IS WS-LEDG-FILE-STATUS.
001000     SELECT AUDIT-LOG-FILE
001010         ASSIGN TO "AUDITLOG"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-AUDIT-FILE-STATUS.
001031     SELECT FEE-SCHEDULE-FILE
001032         ASSIGN TO "FEESCHD"
001033         ORGANIZATION IS INDEXED
001034         ACCESS MODE IS DYNAMIC
001035         RECORD KEY IS FS-FEE-KEY
001036         FILE STATUS IS WS-FEE-FILE-STATUS.
001040     SELECT EXTRACT-FILE
001050         ASSIGN TO "STUDEXT"
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
001071     SELECT SECTION-FILE
001072         ASSIGN TO "SECTMST"
001073         ORGANIZATION IS INDEXED
001074         ACCESS MODE IS DYNAMIC
001075         RECORD KEY IS SC-SECT-KEY
001076         FILE STATUS IS WS-SECT-FILE-STATUS.
001080     SELECT LOCK-FILE
001090         ASSIGN TO "STUDLOCK"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WS-LOCK-FILE-STATUS.
001111     SELECT SECTION-ENROLL-FILE
001112         ASSIGN TO "SECTENR"
001113         ORGANIZATION IS INDEXED
001114         ACCESS MODE IS DYNAMIC
001115         RECORD KEY IS SE-SENR-KEY
001116         FILE STATUS IS WS-SENR-FILE-STATUS.
001120     SELECT COURSE-MASTER-FILE
001130         ASSIGN TO "COURSMST"
001140         ORGANIZATION IS INDEXED
001150         ACCESS MODE IS DYNAMIC
001160         RECORD KEY IS CM-COURSE-CODE
001170         FILE STATUS IS WS-COURSE-FILE-STATUS.
001171     SELECT EMERGENCY-CONTACT-FILE
001172         ASSIGN TO "EMRGCON"
001173         ORGANIZATION IS INDEXED
001174         ACCESS MODE IS DYNAMIC
001175         RECORD KEY IS EC-EMRG-SNO
001176         FILE STATUS IS WS-EMRG-FILE-STATUS.
001180     SELECT WAITLIST-FILE
001190         ASSIGN TO "WAITLIST"
001200         ORGANIZATION IS LINE SEQUENTIAL
001210         FILE STATUS IS WS-WAIT-FILE-STATUS.
001211     SELECT PENDING-CHANGE-FILE
001212         ASSIGN TO "PENDCHG"
001213         ORGANIZATION IS INDEXED
001214         ACCESS MODE IS DYNAMIC
001215         RECORD KEY IS PC-PEND-KEY
001216         FILE STATUS IS WS-PEND-FILE-STATUS.
001220     SELECT TRANSFER-LOG-FILE
001230         ASSIGN TO "XFERLOG"
001240         ORGANIZATION IS LINE SEQUENTIAL
001730             ==STATUS-DATE== BY ==SM-STATUS-DATE==
001740             ==ENROLL-TERM== BY ==SM-ENROLL-TERM==.

001741 FD  SECTION-FILE.
001742 01  SECTION-RECORD.
001743     COPY SECTREC
001744         REPLACING ==03== BY ==02==
001745             LEADING ==SECT-== BY ==SC-SECT-==.

001750 FD  AUDIT-LOG-FILE.
001760 01  AUDIT-LOG-RECORD                 PIC X(428).

001761 FD  EMERGENCY-CONTACT-FILE.
001762 01  EMERGENCY-CONTACT-RECORD.
001763     COPY EMRGREC
001764         REPLACING ==03== BY ==02==
001765             LEADING ==EMRG-== BY ==EC-EMRG-==.

001770 FD  EXTRACT-FILE.
001780 01  EXTRACT-RECORD                   PIC X(119).

001781 FD  PENDING-CHANGE-FILE.
001782 01  PENDING-CHANGE-RECORD.
001783     COPY PENDREC
001784         REPLACING ==03== BY ==02==
001785             LEADING ==PEND-== BY ==PC-PEND-==.

001790 FD  COURSE-MASTER-FILE.
001800 01  COURSE-MASTER-RECORD.
001810     COPY COURSREC
001880             ==COURSE-CLOSED== BY ==CM-COURSE-CLOSED==
001890             ==MAX-SEATS== BY ==CM-MAX-SEATS==.

001891 FD  SECTION-ENROLL-FILE.
001892 01  SECTION-ENROLL-RECORD.
001893     COPY SENRREC
001894         REPLACING ==03== BY ==02==
001895             LEADING ==SENR-== BY ==SE-SENR-==.

001900 FD  LOCK-FILE.
001910 01  LOCK-RECORD.
001920     COPY LOCKREC
002110             ==WAIT-OFFERED== BY ==WF-WAIT-OFFERED==
002120             ==WAIT-SEATED== BY ==WF-WAIT-SEATED==.

002121 FD  LEDGER-FILE.
002122 01  LEDGER-RECORD.
002123     COPY LEDGREC
002124         REPLACING ==03== BY ==02==
002125             LEADING ==LEDG-== BY ==LG-LEDG-==.

002130 FD  TRANSFER-LOG-FILE.
002140 01  TRANSFER-LOG-RECORD.
002150     COPY XFERREC
002350             ==TERM-START-DATE== BY ==TM-TERM-START-DATE==
002360             ==TERM-END-DATE== BY ==TM-TERM-END-DATE==
002370             ==TERM-CURRENT-FLAG== BY ==TM-TERM-CURRENT-FLAG==
002380             ==TERM-IS-CURRENT== BY ==TM-TERM-IS-CURRENT==
002382             ==TERM-CENSUS-DATE== BY ==TM-TERM-CENSUS-DATE==.

002390 FD  CERT-PRINT-FILE.
002400 01  CERT-PRINT-RECORD                PIC X(80).
002610             ==OPER-IS-SUPERVISOR== BY ==OM-OPER-IS-SUPERVISOR==
002620             ==OPER-IS-CLERK== BY ==OM-OPER-IS-CLERK==.

002621 FD  FEE-SCHEDULE-FILE.
002622 01  FEE-SCHEDULE-RECORD.
002623     COPY FEEREC
002624         REPLACING ==03== BY ==02==
002625             LEADING ==FEE-== BY ==FS-FEE-==.

002630 WORKING-STORAGE SECTION.
002640*    WORK COPY OF ONE STUDENT. KEYED READS LOAD THE FD RECORD,
002650*    SO DATA ENTRY IS ACCEPTED HERE AND MOVED TO THE FD RECORD
002790             ==STUDENT-GRADUATED== BY ==WK-STUDENT-GRADUATED==
002800             ==STATUS-DATE== BY ==WK-STATUS-DATE==
002810             ==ENROLL-TERM== BY ==WK-ENROLL-TERM==.
002812*    THE STUDENT AS READ FOR AN EDIT. WHEN A CLERK'S NAME OR
002814*    COURSE CHANGE IS HELD FOR APPROVAL, AN EDIT THAT LEAVES THE
002816*    WORK COPY EQUAL TO THIS HAS NOTHING LEFT TO REWRITE.
002818 01  WS-STUDENT-BEFORE             PIC X(118).

002820 77  MENUCHOICE                    PIC 99.
002830 77  WS-LOOKUP-SNO                 PIC X(30).
003250 77  WS-LOCK-DENIED-SW             PIC X(01)    VALUE "N".
003260         88  WS-LOCK-DENIED                         VALUE "Y".

003261*    PENDING NAME/COURSE CHANGE HAND-OFF FIELDS (SEE PENDIO.CPY).
003262     COPY PENDWRK.
003263*    SUPERVISOR REVIEW OF PENDING CHANGES (MENU CHOICE 14).
003264 77  WS-PEND-ANSWER                PIC X(01).
003265 77  WS-PEND-REASON-ANSWER         PIC X(40).
003266 77  WS-PEND-SHOWN                 PIC 9(04) COMP.
003267 77  WS-PEND-QUIT-SW               PIC X(01)    VALUE "N".
003268         88  WS-PEND-QUIT                           VALUE "Y".

003270 77  WS-COURSE-MASTER-SW           PIC X(01)    VALUE "N".
003280         88  WS-COURSE-MASTER-READY                 VALUE "Y".
003290         88  WS-COURSE-MASTER-NOT-READY             VALUE "N".

003390 77  WS-COURSE-ANSWER              PIC X(20).

003391*    ONE CONTACT AS KEYED, CHECKED BEFORE IT GOES TO THE RECORD.
003392 77  WS-CONTACT-RANK-ANSWER        PIC X(01).
003393 77  WS-CONTACT-RANK               PIC 9(01).
003394 77  WS-CONTACT-NAME               PIC X(30).
003395 77  WS-CONTACT-RELATION           PIC X(12).
003396 77  WS-CONTACT-GUARDIAN           PIC X(01).
003397 77  WS-CONTACT-PHONE-1            PIC X(11).
003398 77  WS-CONTACT-PHONE-2            PIC X(11).

003400*    THE COURSE ALREADY ON THE RECORD BEING EDITED. RE-KEYING
003410*    IT MUST NOT COUNT THE STUDENT AGAINST THEIR OWN SEAT.
003420 77  WS-CURRENT-COURSE             PIC X(20).
003440*    STATUS BEFORE A DELETE OR STATUS CHANGE, KEPT SO ONLY A
003450*    SEAT THAT WAS REALLY OCCUPIED TRIGGERS A WAITLIST OFFER.
003460 77  WS-OLD-STATUS                 PIC X(01).
003461*    NAME BEFORE AN EDIT, AND THE NAME AS KEYED (BLANK KEEPS IT).
003462 77  WS-CURRENT-NAME               PIC X(30).
003463 77  WS-NAME-ANSWER                PIC X(30).

003470*    WAITLIST SCAN TABLE AND SWITCHES (SEE WAITIO.CPY).
003480     COPY WAITWRK.

003481*    STUDENT LEDGER HAND-OFF FIELDS AND SWITCHES (SEE LEDGIO.CPY).
003482     COPY LEDGWRK.
003483*    SECTION ASSIGNMENT HAND-OFF FIELDS AND SWITCHES (SECTIO.CPY).
003484     COPY SECTWRK.
003485 77  WS-SECT-DROP-SW               PIC X(01)    VALUE "N".
003486         88  WS-SECT-DROPPING                       VALUE "Y".
003487*    EMERGENCY CONTACT HAND-OFF FIELDS AND SWITCHES (EMRGIO.CPY).
003488     COPY EMRGWRK.

003490 77  WS-EOF-SW                     PIC X(01)    VALUE "N".
003500         88  WS-EOF                                 VALUE "Y".
003510         88  WS-NOT-EOF                             VALUE "N".
003590         88  WS-MATCH-FOUND                         VALUE "Y".
003600         88  WS-MATCH-NOT-FOUND                     VALUE "N".

003601*    CONTACT ENTRY LOOP AND UNDER-18 GUARDIAN CHECK (3500).
003602 77  WS-CONTACT-DONE-SW            PIC X(01)    VALUE "N".
003603         88  WS-CONTACT-DONE                        VALUE "Y".
003604 77  WS-GUARDIAN-OK-SW             PIC X(01)    VALUE "N".
003605         88  WS-GUARDIAN-OK                         VALUE "Y".

003610 77  WS-SEARCH-TEXT                PIC X(30).
003620 77  WS-SEARCH-TRIMMED             PIC X(30).
003630 77  WS-SEARCH-LEN                 PIC 99 COMP.
004060 0000-MAINLINE.
004070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004080     PERFORM 2000-MENU-PROCESS THRU 2000-EXIT
004090         UNTIL MENUCHOICE = 15.
004100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004110     STOP RUN.

004210*    AUDIT LINE CAN SAY WHO DID IT AND THE ROLE RULES HOLD.
004220     PERFORM 8600-OPERATOR-SIGNON THRU 8600-EXIT.
004230     IF WS-SIGNON-DENIED
004240         MOVE 15 TO MENUCHOICE
004250         GO TO 1000-EXIT
004260     END-IF.
004270     MOVE WS-SIGNON-ID TO WS-LOCK-OPERATOR.
004290*    SECOND SESSION CANNOT SILENTLY OVERWRITE THIS ONE'S WORK.
004300     PERFORM 8700-TAKE-MASTER-LOCK THRU 8700-EXIT.
004310     IF WS-LOCK-DENIED
004320         MOVE 15 TO MENUCHOICE
004330         GO TO 1000-EXIT
004340     END-IF.
004350     OPEN I-O STUDENT-MASTER-FILE.
004500                 "SANCHEZ23 CONVERSION ONCE."
004510         END-IF
004520         DISPLAY "STUDENT DIRECTORY IS NOT AVAILABLE. EXITING."
004530         MOVE 15 TO MENUCHOICE
004540         GO TO 1000-EXIT
004550     END-IF.
004560*    THE COURSE MASTER IS ONLY NEEDED TO VALIDATE COURSE CODES,
004770     IF WS-XREF-FILE-STATUS = "00"
004780         MOVE "Y" TO WS-XREF-READY-SW
004790     END-IF.
004792*    THE LEDGER ONLY TAKES THE FEE ADJUSTMENTS THAT FOLLOW A
004794*    STATUS, TRANSFER OR COURSE CHANGE; WITHOUT IT THOSE CHANGES
004796*    STILL GO THROUGH AND THE ADJUSTMENT IS POSTED BY HAND.
004798     PERFORM 8200-OPEN-LEDGER-FILES THRU 8200-EXIT.
004800*    NEW ENROLLMENTS ARE STAMPED WITH THE CURRENT ACADEMIC
004810*    TERM; A MISSING TERM FILE JUST LEAVES THE STAMP BLANK.
004820     PERFORM 8900-FIND-CURRENT-TERM THRU 8900-EXIT.
004821*    SECTIONS ARE ONLY NEEDED BY MENU CHOICES 11 AND 12, SO
004822*    MISSING SECTION FILES DISABLE THOSE TWO AND NOTHING ELSE.
004823     PERFORM 8000-OPEN-SECTION-FILES THRU 8000-EXIT.
004824*    CONTACTS ARE NEEDED BY MENU CHOICE 13 AND BY ADDS OF
004825*    STUDENTS UNDER 18; WITHOUT THE FILE ONLY THOSE ARE REFUSED.
004826     PERFORM 8060-OPEN-EMRG-FILE THRU 8060-EXIT.
004827*    PENDING CHANGES ARE NEEDED BY CLERKS' NAME AND COURSE EDITS
004828*    AND BY MENU CHOICE 14; WITHOUT THE FILE ONLY THOSE REFUSE.
004829     PERFORM 8120-OPEN-PEND-FILE THRU 8120-EXIT.
004830 1000-EXIT.
004840     EXIT.

005090         WHEN 10
005100             PERFORM 9700-PRINT-CERTIFICATE THRU 9700-EXIT
005110         WHEN 11
005111             PERFORM 9800-ASSIGN-SECTION THRU 9800-EXIT
005112         WHEN 12
005113             PERFORM 9850-DROP-SECTION THRU 9850-EXIT
005114         WHEN 13
005115             PERFORM 9900-MAINTAIN-CONTACTS THRU 9900-EXIT
005116         WHEN 14
005117             PERFORM 5700-REVIEW-PENDING-CHANGES THRU 5700-EXIT
005118         WHEN 15
005120             CONTINUE
005130         WHEN OTHER
005140             DISPLAY "INVALID CHOICE"
005270     DISPLAY "8. CHANGE STUDENT STATUS".
005280     DISPLAY "9. TRANSFER STUDENT".
005290     DISPLAY "10. PRINT CERTIFICATE OF ENROLLMENT".
005292     DISPLAY "11. ASSIGN STUDENT TO A SECTION".
005294     DISPLAY "12. DROP STUDENT FROM A SECTION".
005296     DISPLAY "13. EMERGENCY CONTACTS".
005298     DISPLAY "14. APPROVE PENDING CHANGES".
005300     DISPLAY "15. EXIT".
005310     DISPLAY "CHOICE: " WITH NO ADVANCING.
005320     ACCEPT MENUCHOICE.
005330     DISPLAY MENUCHOICE.
005570     DISPLAY "ENTER LANDLINE: " WITH NO ADVANCING.
005580     ACCEPT WK-LANDLINE.
005590     PERFORM 3300-ACCEPT-VALID-AGE THRU 3300-EXIT.
005591*    A STUDENT UNDER 18 IS NOT ADDED WITHOUT A PARENT OR
005592*    GUARDIAN TO CALL.
005593     PERFORM 3500-ENSURE-GUARDIAN-CONTACT THRU 3500-EXIT.
005594     IF NOT WS-GUARDIAN-OK
005595         DISPLAY "ADD CANCELLED. A STUDENT UNDER 18 NEEDS A "
005596             "PARENT OR GUARDIAN CONTACT."
005597         GO TO 3000-EXIT
005598     END-IF.
005600*    EVERY NEW STUDENT STARTS ACTIVE AS OF TODAY.
005610     MOVE "A" TO WK-STATUS-CODE.
005620     PERFORM 8550-GET-TODAY THRU 8550-EXIT.
007540     MOVE WS-FORMATTED-VALUE TO WS-AUDIT-OLD-VALUE.
007550     MOVE STUDENT-MASTER-RECORD TO WS-STUDENT-WORK.
007560     MOVE SM-COURSE TO WS-CURRENT-COURSE.
007562     MOVE STUDENT-MASTER-RECORD TO WS-STUDENT-BEFORE.
007564     MOVE SM-FULLNAME TO WS-CURRENT-NAME.
007570*    THE OLD STATUS DECIDES, AFTER THE REWRITE, WHETHER A
007580*    COURSE CHANGE FREED A SEAT FOR THE WAITLIST.
007590     MOVE SM-STATUS-CODE TO WS-OLD-STATUS.
007591     DISPLAY "ENTER FULL NAME (BLANK KEEPS " WK-FULLNAME "): "
007592         WITH NO ADVANCING.
007593     ACCEPT WS-NAME-ANSWER.
007594     IF WS-NAME-ANSWER NOT = SPACES
007595         MOVE WS-NAME-ANSWER TO WK-FULLNAME
007596     END-IF.
007600     MOVE "Y" TO WS-KEEP-COURSE-SW.
007610     PERFORM 3400-ACCEPT-VALID-COURSE THRU 3400-EXIT.
007620     IF WS-COURSE-CANCELLED
007670     DISPLAY "ENTER LANDLINE: " WITH NO ADVANCING.
007680     ACCEPT WK-LANDLINE.
007690     PERFORM 3300-ACCEPT-VALID-AGE THRU 3300-EXIT.
007691*    A CLERK'S NAME OR COURSE CHANGE WAITS ON PENDCHG FOR A
007692*    SUPERVISOR (MENU CHOICE 14); THE OTHER FIELDS APPLY NOW.
007693     IF NOT WS-SUPERVISOR
007694         PERFORM 4100-HOLD-SENSITIVE-CHANGE THRU 4100-EXIT
007695     END-IF.
007696     IF WS-INVALID
007697         GO TO 4000-EXIT
007698     END-IF.
007700     MOVE WS-STUDENT-WORK TO STUDENT-MASTER-RECORD.
007710*    FORMAT THE NEW VALUE BEFORE THE REWRITE - THE RECORD
007720*    AREA IS UNDEFINED ONCE THE REWRITE SUCCEEDS.
007850*    ENTRY ON THE NEW COURSE, THEN OFFER THE SEAT THE ACTIVE
007860*    STUDENT LEFT BEHIND. THE LEGACY BLANK STATUS IS ACTIVE.
007870     IF WK-COURSE NOT = WS-CURRENT-COURSE
007872*        THE SECTIONS HELD IN THE OLD COURSE ARE GIVEN UP (9860).
007874         MOVE WK-SNO TO WS-SECT-SNO
007876         MOVE WS-CURRENT-COURSE TO WS-SECT-COURSE
007878         PERFORM 9860-DROP-OLD-SECTIONS THRU 9860-EXIT
007880         MOVE WK-COURSE TO WS-WAIT-COURSE
007890         MOVE WK-SNO TO WS-WAIT-SNO
007900         MOVE WK-FULLNAME TO WS-WAIT-NAME
007930             MOVE WS-CURRENT-COURSE TO WS-WAIT-COURSE
007940             PERFORM 8350-OFFER-FREED-SEAT THRU 8350-EXIT
007950         END-IF
007951*        AN ASSESSED TERM IS RE-CHARGED AT THE NEW COURSE'S FEE.
007952         MOVE WK-SNO TO WS-LEDG-SNO
007953         MOVE WK-ENROLL-TERM TO WS-LEDG-TERM
007954         MOVE WK-COURSE TO WS-LEDG-COURSE
007955         PERFORM 9870-REASSESS-COURSE-FEE THRU 9870-EXIT
007960     END-IF.
007970 4000-EXIT.
007980     EXIT.
008240*    THE RECORD AREA IS UNDEFINED ONCE THE DELETE SUCCEEDS.
008250     MOVE SM-COURSE TO WS-WAIT-COURSE.
008260     MOVE SM-STATUS-CODE TO WS-OLD-STATUS.
008263     MOVE SM-SNO TO WS-SECT-SNO.
008266     MOVE SM-COURSE TO WS-SECT-COURSE.
008270     DELETE STUDENT-MASTER-FILE RECORD.
008280     IF WS-STUDENT-FILE-STATUS NOT = "00"
008290         DISPLAY "DELETE FAILED. STATUS=" WS-STUDENT-FILE-STATUS
008320     MOVE "DELETE" TO WS-AUDIT-ACTION.
008330     PERFORM 8100-WRITE-AUDIT-LOG THRU 8100-EXIT.
008340     DISPLAY "DELETED".
008345     PERFORM 9860-DROP-OLD-SECTIONS THRU 9860-EXIT.
008350*    ONLY AN ACTIVE STUDENT HELD A SEAT; THE LEGACY BLANK
008360*    STATUS COUNTS AS ACTIVE.
008370     IF WS-OLD-STATUS = "A" OR WS-OLD-STATUS = SPACE
008880*    WHETHER A SEAT WAS FREED FOR THE WAITLIST.
008890     MOVE SM-COURSE TO WS-WAIT-COURSE.
008900     MOVE SM-STATUS-CODE TO WS-OLD-STATUS.
008901*    THE LEDGER ADJUSTMENT AFTER THE REWRITE IS FOR THE TERM
008902*    AND COURSE THE STUDENT IS ENROLLED IN.
008903     MOVE SM-SNO TO WS-LEDG-SNO.
008904     MOVE SM-ENROLL-TERM TO WS-LEDG-TERM.
008905     MOVE SM-COURSE TO WS-LEDG-COURSE.
008906     MOVE "REINSTATE" TO WS-LEDG-REFERENCE.
008907     MOVE "REINSTATEMENT RE-ASSESSMENT" TO WS-LEDG-DESCRIPTION.
008908     MOVE SM-SNO TO WS-SECT-SNO.
008909     MOVE SM-COURSE TO WS-SECT-COURSE.
008910     MOVE WS-STATUS-ANSWER TO SM-STATUS-CODE.
008920     PERFORM 8550-GET-TODAY THRU 8550-EXIT.
008930     MOVE WS-TODAY TO SM-STATUS-DATE.
009040     MOVE "STATUS" TO WS-AUDIT-ACTION.
009050     PERFORM 8100-WRITE-AUDIT-LOG THRU 8100-EXIT.
009060     DISPLAY "STATUS CHANGED.".
009061*    A STUDENT WHO STOPS BEING ACTIVE GIVES UP THEIR SECTIONS.
009062     IF (WS-OLD-STATUS = "A" OR WS-OLD-STATUS = SPACE)
009063             AND (WS-STATUS-ANSWER = "W"
009064             OR WS-STATUS-ANSWER = "G")
009065         PERFORM 9860-DROP-OLD-SECTIONS THRU 9860-EXIT
009066     END-IF.
009070*    LEAVING ACTIVE STATUS FREES THE SEAT; THE LEGACY BLANK
009080*    STATUS COUNTS AS ACTIVE.
009090     IF (WS-OLD-STATUS = "A" OR WS-OLD-STATUS = SPACE)
009100             AND (WS-STATUS-ANSWER = "W"
009110             OR WS-STATUS-ANSWER = "G")
009120         PERFORM 8350-OFFER-FREED-SEAT THRU 8350-EXIT
009121     END-IF.
009122*    A WITHDRAWAL FROM ACTIVE CREDITS THE TERM REFUND; A
009123*    REINSTATEMENT CHARGES THE TERM BACK UP TO THE FULL FEE.
009124     IF (WS-OLD-STATUS = "A" OR WS-OLD-STATUS = SPACE)
009125             AND WS-STATUS-ANSWER = "W"
009126         PERFORM 8250-POST-WITHDRAWAL-REFUND THRU 8250-EXIT
009127     END-IF.
009128     IF WS-OLD-STATUS = "W" AND WS-STATUS-ANSWER = "A"
009129         PERFORM 8240-REASSESS-STUDENT THRU 8240-EXIT
009130     END-IF.
009140 5500-EXIT.
009150     EXIT.
011760     EXIT.

011770*****************************************************************
011771*    8120-8140 - PENDING NAME/COURSE CHANGES (SEE PENDIO.CPY)    *
011772*****************************************************************
011773     COPY PENDIO.

011774*****************************************************************
011775*    8200-8250 - STUDENT LEDGER AND FEES (SEE LEDGIO.CPY)        *
011776*****************************************************************
011777     COPY LEDGIO.

011778*****************************************************************
011780*    8300-8450 - WAITLIST AND SEAT LIMITS (SEE WAITIO.CPY)       *
011790*****************************************************************
011800     COPY WAITIO.
011810*    8400/8450 - SEAT COUNTING AND CAPACITY (SEE SEATCHK.CPY)
011820     COPY SEATCHK.

011821*****************************************************************
011822*    8000-8057 - SECTION ASSIGNMENT (SEE SECTIO.CPY)             *
011823*****************************************************************
011824     COPY SECTIO.

011825*****************************************************************
011826*    8060-8091 - EMERGENCY CONTACTS (SEE EMRGIO.CPY)             *
011827*****************************************************************
011828     COPY EMRGIO.

011830*****************************************************************
011840*    8600 - OPERATOR SIGN-ON (SEE SIGNON.CPY)                    *
011850*****************************************************************
012030     IF WS-XREF-READY
012040         CLOSE XREF-FILE
012050     END-IF.
012052     PERFORM 8205-CLOSE-LEDGER-FILES THRU 8205-EXIT.
012054     PERFORM 8005-CLOSE-SECTION-FILES THRU 8005-EXIT.
012056     PERFORM 8065-CLOSE-EMRG-FILE THRU 8065-EXIT.
012058     PERFORM 8125-CLOSE-PEND-FILE THRU 8125-EXIT.
012060     PERFORM 8800-RELEASE-MASTER-LOCK THRU 8800-EXIT.
012070     DISPLAY "GOODBYE.".
012080 9000-EXIT.
012750     PERFORM 8100-WRITE-AUDIT-LOG THRU 8100-EXIT.
012760     PERFORM 9600-WRITE-TRANSFER-LOG THRU 9600-EXIT.
012770     DISPLAY "TRANSFERRED TO " WK-COURSE ".".
012771*    AN ASSESSED TERM IS RE-CHARGED AT THE NEW COURSE'S FEE.
012772     MOVE WK-SNO TO WS-LEDG-SNO.
012773     MOVE WK-ENROLL-TERM TO WS-LEDG-TERM.
012774     MOVE WK-COURSE TO WS-LEDG-COURSE.
012775     MOVE "TRANSFER" TO WS-LEDG-REFERENCE.
012776     MOVE "TRANSFER RE-ASSESSMENT" TO WS-LEDG-DESCRIPTION.
012777     PERFORM 8240-REASSESS-STUDENT THRU 8240-EXIT.
012780*    A TRANSFER TAKEN OFF THE BACK OF AN OFFER CLOSES THAT
012790*    WAITLIST ENTRY AS SEATED.
012800     MOVE WK-COURSE TO WS-WAIT-COURSE.
012840*    THE SEAT LEFT BEHIND GOES TO THE FIRST QUEUED STUDENT.
012850     MOVE WS-CURRENT-COURSE TO WS-WAIT-COURSE.
012860     PERFORM 8350-OFFER-FREED-SEAT THRU 8350-EXIT.
012862*    THE SECTIONS HELD IN THE OLD COURSE ARE GIVEN UP (9860).
012864     MOVE WK-SNO TO WS-SECT-SNO.
012866     MOVE WS-CURRENT-COURSE TO WS-SECT-COURSE.
012868     PERFORM 9860-DROP-OLD-SECTIONS THRU 9860-EXIT.
012870 9500-EXIT.
012880     EXIT.

015300         " WRITTEN TO CERTPRNT AND REGISTERED.".
015310 9750-EXIT.
015320     EXIT.

015330*****************************************************************
015340*    9800 - ASSIGN A STUDENT TO A SECTION OF THEIR COURSE        *
015350*    THE SECTION MUST BELONG TO THE COURSE ON THE STUDENT'S      *
015360*    RECORD; SECTIO REFUSES A TIMETABLE CLASH WITH A SECTION     *
015370*    THE STUDENT ALREADY HOLDS IN THE TERM AND A FULL ROOM.      *
015380*****************************************************************
015390 9800-ASSIGN-SECTION.
015400     IF NOT WS-SECT-READY
015410         DISPLAY "CANNOT ASSIGN. SECTION FILES ARE NOT "
015420             "AVAILABLE. RUN SANCHEZ30 TO SET UP SECTIONS."
015430         GO TO 9800-EXIT
015440     END-IF.
015445     MOVE "N" TO WS-SECT-DROP-SW.
015450     PERFORM 9810-PROMPT-FOR-SECTION THRU 9810-EXIT.
015460     IF WS-SECT-SNO = SPACES
015470         GO TO 9800-EXIT
015480     END-IF.
015490*    A WITHDRAWN OR GRADUATED STUDENT TAKES NO SEAT.
015500     IF NOT SM-STUDENT-ACTIVE
015510         DISPLAY "STUDENT IS NOT ACTIVE. NOT ASSIGNED."
015520         GO TO 9800-EXIT
015530     END-IF.
015540     PERFORM 8010-ASSIGN-SECTION THRU 8010-EXIT.
015550     IF WS-SECT-DONE
015560         DISPLAY "ASSIGNED TO SECTION " WS-SECT-CODE " OF "
015570             WS-SECT-COURSE " FOR TERM " WS-SECT-TERM "."
015580     ELSE
015590         DISPLAY "NOT ASSIGNED: " WS-SECT-REASON
015600     END-IF.
015610 9800-EXIT.
015620     EXIT.

015630*    LEAVES THE HAND-OFF FIELDS SET FROM THE STUDENT'S RECORD,
015640*    OR WS-SECT-SNO BLANK WHEN THERE IS NOTHING TO DO. THE
015650*    STUDENT'S RECORD IS STILL IN THE MASTER RECORD AREA.
015660 9810-PROMPT-FOR-SECTION.
015670     MOVE SPACES TO WS-SECT-SNO.
015680     PERFORM 7100-LIST-STUDENT-NUMBERS THRU 7100-EXIT.
015690     IF WS-BROWSE-COUNT = 0
015700         DISPLAY "NO STUDENTS IN DIRECTORY"
015710         GO TO 9810-EXIT
015720     END-IF.
015730     DISPLAY "STUDENT NUMBER: " WITH NO ADVANCING.
015740     ACCEPT WS-LOOKUP-SNO.
015750     PERFORM 6200-READ-STUDENT-BY-SNO THRU 6200-EXIT.
015760     IF WS-RECORD-NOT-FOUND
015770         DISPLAY "STUDENT NUMBER NOT FOUND."
015780         GO TO 9810-EXIT
015790     END-IF.
015800     MOVE SM-COURSE TO WS-SECT-COURSE.
015801     IF WS-SECT-DROPPING
015802         DISPLAY "COURSE OF THE SECTION (BLANK FOR "
015803             SM-COURSE "): " WITH NO ADVANCING
015804         ACCEPT WS-SECT-COURSE
015805         IF WS-SECT-COURSE = SPACES
015806             MOVE SM-COURSE TO WS-SECT-COURSE
015807         END-IF
015808     END-IF.
015810     DISPLAY "TERM CODE (BLANK FOR CURRENT TERM "
015820         WS-CURRENT-TERM "): " WITH NO ADVANCING.
015830     ACCEPT WS-SECT-TERM.
015840     IF WS-SECT-TERM = SPACES
015850         MOVE WS-CURRENT-TERM TO WS-SECT-TERM
015860     END-IF.
015870     IF WS-SECT-TERM = SPACES
015880         DISPLAY "NO CURRENT TERM IS SET. ENTER A TERM CODE."
015890         GO TO 9810-EXIT
015900     END-IF.
015910     DISPLAY "SECTION CODE OF " WS-SECT-COURSE ": "
015920         WITH NO ADVANCING.
015930     ACCEPT WS-SECT-CODE.
015940     IF WS-SECT-CODE = SPACES
015950         DISPLAY "CANCELLED."
015960         GO TO 9810-EXIT
015970     END-IF.
015980     MOVE SM-SNO TO WS-SECT-SNO.
015990 9810-EXIT.
016000     EXIT.

016010*****************************************************************
016020*    9850 - DROP A STUDENT FROM A SECTION                        *
016023*    NORMALLY ONE OF THEIR OWN COURSE, BUT ANOTHER COURSE MAY    *
016026*    BE NAMED TO CLEAR A PLACEMENT STILL HELD IN AN OLD COURSE.  *
016030*****************************************************************
016040 9850-DROP-SECTION.
016050     IF NOT WS-SECT-READY
016060         DISPLAY "CANNOT DROP. SECTION FILES ARE NOT AVAILABLE."
016070         GO TO 9850-EXIT
016080     END-IF.
016085     MOVE "Y" TO WS-SECT-DROP-SW.
016090     PERFORM 9810-PROMPT-FOR-SECTION THRU 9810-EXIT.
016100     IF WS-SECT-SNO = SPACES
016110         GO TO 9850-EXIT
016120     END-IF.
016130     PERFORM 8050-DROP-SECTION THRU 8050-EXIT.
016140     IF WS-SECT-DONE
016150         DISPLAY "DROPPED FROM SECTION " WS-SECT-CODE "."
016160     ELSE
016170         DISPLAY "NOT DROPPED: " WS-SECT-REASON
016180     END-IF.
016190 9850-EXIT.
016200     EXIT.

016210*****************************************************************
016220*    9900 - KEEP ONE STUDENT'S EMERGENCY CONTACTS                *
016230*    THE CONTACTS ARE SHOWN IN RANK ORDER AND CHANGED ONE RANK   *
016240*    AT A TIME. NOTHING IS SAVED THAT WOULD LEAVE A STUDENT      *
016250*    UNDER 18 WITHOUT A PARENT OR GUARDIAN CONTACT.              *
016260*****************************************************************
016270 9900-MAINTAIN-CONTACTS.
016280     IF NOT WS-EMRG-READY
016290         DISPLAY "EMERGENCY CONTACT FILE IS NOT AVAILABLE."
016300         GO TO 9900-EXIT
016310     END-IF.
016320     PERFORM 7100-LIST-STUDENT-NUMBERS THRU 7100-EXIT.
016330     IF WS-BROWSE-COUNT = 0
016340         DISPLAY "NO STUDENTS IN DIRECTORY"
016350         GO TO 9900-EXIT
016360     END-IF.
016370     DISPLAY "STUDENT NUMBER: " WITH NO ADVANCING.
016380     ACCEPT WS-LOOKUP-SNO.
016390     PERFORM 6200-READ-STUDENT-BY-SNO THRU 6200-EXIT.
016400     IF WS-RECORD-NOT-FOUND
016410         DISPLAY "STUDENT NUMBER NOT FOUND."
016420         GO TO 9900-EXIT
016430     END-IF.
016440     MOVE SM-SNO TO WS-EMRG-SNO.
016450     PERFORM 8070-READ-EMRG-RECORD THRU 8070-EXIT.
016460     IF WS-EMRG-FAILED
016470         GO TO 9900-EXIT
016480     END-IF.
016490     DISPLAY "EMERGENCY CONTACTS FOR " SM-FULLNAME " AGE " SM-AGE.
016500     PERFORM 9910-DISPLAY-CONTACTS THRU 9910-EXIT.
016510     PERFORM 9920-KEY-CONTACTS THRU 9920-EXIT.
016520     PERFORM 8075-CHECK-GUARDIAN THRU 8075-EXIT.
016530     IF SM-AGE < 18 AND NOT WS-EMRG-HAS-GUARDIAN
016540         DISPLAY "STUDENT IS UNDER 18 AND NEEDS A PARENT OR "
016550             "GUARDIAN CONTACT. CHANGES NOT SAVED."
016560         GO TO 9900-EXIT
016570     END-IF.
016580     PERFORM 8080-SAVE-EMRG-RECORD THRU 8080-EXIT.
016590     IF WS-EMRG-FAILED
016600         DISPLAY "CONTACTS NOT SAVED."
016610     ELSE
016620         DISPLAY "CONTACTS SAVED."
016630         PERFORM 9910-DISPLAY-CONTACTS THRU 9910-EXIT
016640     END-IF.
016650 9900-EXIT.
016660     EXIT.

016670 9910-DISPLAY-CONTACTS.
016680     PERFORM 8075-CHECK-GUARDIAN THRU 8075-EXIT.
016690     IF WS-EMRG-COUNT = 0
016700         DISPLAY "NO EMERGENCY CONTACTS ON FILE."
016710         GO TO 9910-EXIT
016720     END-IF.
016730     PERFORM 9915-DISPLAY-ONE-CONTACT THRU 9915-EXIT
016740         VARYING WS-EMRG-IX FROM 1 BY 1
016750         UNTIL WS-EMRG-IX > 3.
016760 9910-EXIT.
016770     EXIT.

016780 9915-DISPLAY-ONE-CONTACT.
016790     IF EC-EMRG-NAME(WS-EMRG-IX) = SPACES
016800         GO TO 9915-EXIT
016810     END-IF.
016820     DISPLAY WS-EMRG-IX ". " EC-EMRG-NAME(WS-EMRG-IX) " ("
016830         EC-EMRG-RELATION(WS-EMRG-IX) ") GUARDIAN: "
016840         EC-EMRG-GUARDIAN(WS-EMRG-IX).
016850     DISPLAY "   PHONE: " EC-EMRG-PHONE-1(WS-EMRG-IX) "  "
016860         EC-EMRG-PHONE-2(WS-EMRG-IX).
016870 9915-EXIT.
016880     EXIT.

016890*    CHANGES GO TO THE RECORD AREA ONLY; THE CALLER DECIDES
016900*    WHETHER THEY ARE SAVED.
016910 9920-KEY-CONTACTS.
016920     MOVE "N" TO WS-CONTACT-DONE-SW.
016930     PERFORM 9930-KEY-ONE-RANK THRU 9930-EXIT
016940         UNTIL WS-CONTACT-DONE.
016950 9920-EXIT.
016960     EXIT.

016970 9930-KEY-ONE-RANK.
016980     DISPLAY "RANK TO ENTER OR CHANGE (1-3, BLANK WHEN DONE): "
016990         WITH NO ADVANCING.
017000     MOVE SPACES TO WS-CONTACT-RANK-ANSWER.
017010     ACCEPT WS-CONTACT-RANK-ANSWER.
017020     IF WS-CONTACT-RANK-ANSWER = SPACE
017030         MOVE "Y" TO WS-CONTACT-DONE-SW
017040         GO TO 9930-EXIT
017050     END-IF.
017060     IF WS-CONTACT-RANK-ANSWER NOT = "1"
017070             AND WS-CONTACT-RANK-ANSWER NOT = "2"
017080             AND WS-CONTACT-RANK-ANSWER NOT = "3"
017090         DISPLAY "RANK MUST BE 1, 2 OR 3."
017100         GO TO 9930-EXIT
017110     END-IF.
017120     MOVE WS-CONTACT-RANK-ANSWER TO WS-CONTACT-RANK.
017130     DISPLAY "CONTACT NAME (BLANK TO REMOVE THIS RANK): "
017140         WITH NO ADVANCING.
017150     MOVE SPACES TO WS-CONTACT-NAME.
017160     ACCEPT WS-CONTACT-NAME.
017170     IF WS-CONTACT-NAME = SPACES
017180         MOVE SPACES TO EC-EMRG-CONTACT(WS-CONTACT-RANK)
017190         DISPLAY "RANK " WS-CONTACT-RANK " REMOVED."
017200         GO TO 9930-EXIT
017210     END-IF.
017220     DISPLAY "RELATIONSHIP TO STUDENT: " WITH NO ADVANCING.
017230     MOVE SPACES TO WS-CONTACT-RELATION.
017240     ACCEPT WS-CONTACT-RELATION.
017250     MOVE "N" TO WS-VALID-SW.
017260     PERFORM 9940-PROMPT-AND-CHECK-GUARDIAN THRU 9940-EXIT
017270         UNTIL WS-VALID.
017280     MOVE "N" TO WS-VALID-SW.
017290     PERFORM 9950-PROMPT-AND-CHECK-PHONES THRU 9950-EXIT
017300         UNTIL WS-VALID.
017310     MOVE WS-CONTACT-NAME TO EC-EMRG-NAME(WS-CONTACT-RANK).
017320     MOVE WS-CONTACT-RELATION
017322         TO EC-EMRG-RELATION(WS-CONTACT-RANK).
017330     MOVE WS-CONTACT-GUARDIAN
017332         TO EC-EMRG-GUARDIAN(WS-CONTACT-RANK).
017340     MOVE WS-CONTACT-PHONE-1 TO EC-EMRG-PHONE-1(WS-CONTACT-RANK).
017350     MOVE WS-CONTACT-PHONE-2 TO EC-EMRG-PHONE-2(WS-CONTACT-RANK).
017360 9930-EXIT.
017370     EXIT.

017380 9940-PROMPT-AND-CHECK-GUARDIAN.
017390     DISPLAY "PARENT OR LEGAL GUARDIAN (Y/N): " WITH NO ADVANCING.
017400     ACCEPT WS-CONTACT-GUARDIAN.
017410     IF WS-CONTACT-GUARDIAN = "y" OR WS-CONTACT-GUARDIAN = "n"
017420         INSPECT WS-CONTACT-GUARDIAN CONVERTING "yn" TO "YN"
017430     END-IF.
017440     IF WS-CONTACT-GUARDIAN = "Y" OR WS-CONTACT-GUARDIAN = "N"
017450         MOVE "Y" TO WS-VALID-SW
017460     ELSE
017470         DISPLAY "ANSWER Y OR N. TRY AGAIN."
017480     END-IF.
017490 9940-EXIT.
017500     EXIT.

017510*    THE FIRST PHONE IS REQUIRED; THE SECOND MAY BE BLANK. BOTH
017520*    ARE DIGITS ONLY, LIKE THE STUDENT'S OWN NUMBERS.
017530 9950-PROMPT-AND-CHECK-PHONES.
017540     DISPLAY "PHONE (DIGITS): " WITH NO ADVANCING.
017550     MOVE SPACES TO WS-CONTACT-PHONE-1.
017560     ACCEPT WS-CONTACT-PHONE-1.
017570     DISPLAY "SECOND PHONE (BLANK IF NONE): " WITH NO ADVANCING.
017580     MOVE SPACES TO WS-CONTACT-PHONE-2.
017590     ACCEPT WS-CONTACT-PHONE-2.
017600     MOVE WS-CONTACT-PHONE-1 TO WS-EMRG-PHONE-CHECK.
017610     PERFORM 8090-CHECK-PHONE THRU 8090-EXIT.
017620     IF WS-CONTACT-PHONE-1 = SPACES OR NOT WS-EMRG-PHONE-OK
017630         DISPLAY "PHONE MUST BE DIGITS. TRY AGAIN."
017640         GO TO 9950-EXIT
017650     END-IF.
017660     MOVE WS-CONTACT-PHONE-2 TO WS-EMRG-PHONE-CHECK.
017670     PERFORM 8090-CHECK-PHONE THRU 8090-EXIT.
017680     IF NOT WS-EMRG-PHONE-OK
017690         DISPLAY "SECOND PHONE MUST BE DIGITS OR BLANK. "
017692             "TRY AGAIN."
017700         GO TO 9950-EXIT
017710     END-IF.
017720     MOVE "Y" TO WS-VALID-SW.
017730 9950-EXIT.
017740     EXIT.

017750*****************************************************************
017760*    3500 - GUARDIAN CONTACT FOR A STUDENT UNDER 18              *
017770*    A CONTACT RECORD LOADED AHEAD OF THE ADD BY ADMISSIONS      *
017780*    (SANCHEZ33) MAY ALREADY HOLD ONE; OTHERWISE THE CLERK       *
017790*    KEYS THE CONTACTS NOW. THEY ARE SAVED BEFORE THE STUDENT    *
017800*    IS WRITTEN, SO A MINOR IS NEVER ON THE MASTER WITHOUT ONE.  *
017810*****************************************************************
017820 3500-ENSURE-GUARDIAN-CONTACT.
017830     MOVE "Y" TO WS-GUARDIAN-OK-SW.
017840     IF WK-AGE NOT < 18
017850         GO TO 3500-EXIT
017860     END-IF.
017870     MOVE "N" TO WS-GUARDIAN-OK-SW.
017880     IF NOT WS-EMRG-READY
017890         DISPLAY "EMERGENCY CONTACT FILE EMRGCON IS NOT "
017900             "AVAILABLE."
017910         GO TO 3500-EXIT
017920     END-IF.
017930     MOVE WK-SNO TO WS-EMRG-SNO.
017940     PERFORM 8070-READ-EMRG-RECORD THRU 8070-EXIT.
017950     IF WS-EMRG-FAILED
017960         GO TO 3500-EXIT
017970     END-IF.
017980     PERFORM 8075-CHECK-GUARDIAN THRU 8075-EXIT.
017990     IF WS-EMRG-HAS-GUARDIAN
018000         DISPLAY "GUARDIAN CONTACT ALREADY ON FILE."
018010         MOVE "Y" TO WS-GUARDIAN-OK-SW
018020         GO TO 3500-EXIT
018030     END-IF.
018040     DISPLAY "STUDENT IS UNDER 18. ENTER AT LEAST ONE PARENT OR "
018050         "GUARDIAN CONTACT.".
018060     PERFORM 9920-KEY-CONTACTS THRU 9920-EXIT.
018070     PERFORM 8075-CHECK-GUARDIAN THRU 8075-EXIT.
018080     IF NOT WS-EMRG-HAS-GUARDIAN
018090         GO TO 3500-EXIT
018100     END-IF.
018110     PERFORM 8080-SAVE-EMRG-RECORD THRU 8080-EXIT.
018120     IF WS-EMRG-FAILED
018130         GO TO 3500-EXIT
018140     END-IF.
018150     MOVE "Y" TO WS-GUARDIAN-OK-SW.
018160 3500-EXIT.
018170     EXIT.

018180*****************************************************************
018190*    4100 - HOLD A CLERK'S NAME OR COURSE CHANGE FOR APPROVAL.   *
018200*    THE CHANGE GOES TO PENDCHG AND THE WORK COPY GETS THE       *
018210*    CURRENT NAME AND COURSE BACK, SO ONLY THE OTHER FIELDS ARE  *
018220*    REWRITTEN. A STUDENT HAS ONE CHANGE PENDING AT A TIME.      *
018230*****************************************************************
018240 4100-HOLD-SENSITIVE-CHANGE.
018250     MOVE "Y" TO WS-VALID-SW.
018260     IF WK-FULLNAME = WS-CURRENT-NAME
018270             AND WK-COURSE = WS-CURRENT-COURSE
018280         GO TO 4100-EXIT
018290     END-IF.
018300     MOVE WK-SNO TO WS-PEND-SNO.
018310     PERFORM 8130-FIND-OPEN-PENDING THRU 8130-EXIT.
018320     IF WS-PEND-FAILED
018330         MOVE "N" TO WS-VALID-SW
018340         DISPLAY "EDIT CANCELLED."
018350         GO TO 4100-EXIT
018360     END-IF.
018370     IF WS-PEND-OPEN-FOUND
018380         DISPLAY "A NAME OR COURSE CHANGE FOR THIS STUDENT IS "
018390             "ALREADY AWAITING APPROVAL."
018400         MOVE "N" TO WS-VALID-SW
018410         DISPLAY "EDIT CANCELLED."
018420         GO TO 4100-EXIT
018430     END-IF.
018440     MOVE WS-CURRENT-NAME TO WS-PEND-OLD-NAME.
018450     MOVE WK-FULLNAME TO WS-PEND-NEW-NAME.
018460     MOVE WS-CURRENT-COURSE TO WS-PEND-OLD-COURSE.
018470     MOVE WK-COURSE TO WS-PEND-NEW-COURSE.
018480     MOVE "SANCHEZ01" TO WS-PEND-SOURCE.
018490     PERFORM 8140-QUEUE-PENDING-CHANGE THRU 8140-EXIT.
018500     IF WS-PEND-FAILED
018510         DISPLAY "UNABLE TO WRITE PENDCHG. STATUS="
018520             WS-PEND-FILE-STATUS
018530         MOVE "N" TO WS-VALID-SW
018540         DISPLAY "EDIT CANCELLED."
018550         GO TO 4100-EXIT
018560     END-IF.
018570     DISPLAY "NAME/COURSE CHANGE HELD FOR SUPERVISOR APPROVAL.".
018580     MOVE WS-CURRENT-NAME TO WK-FULLNAME.
018590     MOVE WS-CURRENT-COURSE TO WK-COURSE.
018600*    WITH NOTHING ELSE CHANGED THERE IS NOTHING TO REWRITE.
018610     IF WS-STUDENT-WORK = WS-STUDENT-BEFORE
018620         DISPLAY "NO OTHER CHANGES TO APPLY."
018630         MOVE "N" TO WS-VALID-SW
018640     END-IF.
018650 4100-EXIT.
018660     EXIT.

018670*****************************************************************
018680*    5700 - REVIEW PENDING NAME AND COURSE CHANGES. EACH CHANGE  *
018690*    A CLERK KEYED IS SHOWN WITH ITS BEFORE AND AFTER VALUES AND *
018700*    THE SUPERVISOR APPROVES OR REJECTS IT WITH A REASON. ONLY   *
018710*    AN APPROVAL REWRITES THE MASTER AND WRITES THE EDIT AUDIT   *
018720*    LINE. A SKIPPED CHANGE STAYS PENDING.                       *
018730*****************************************************************
018740 5700-REVIEW-PENDING-CHANGES.
018750     IF NOT WS-SUPERVISOR
018760         DISPLAY "APPROVING CHANGES IS RESTRICTED TO SUPERVISORS."
018770         GO TO 5700-EXIT
018780     END-IF.
018790     IF NOT WS-PEND-READY
018800         DISPLAY "PENDING-CHANGE FILE PENDCHG IS NOT AVAILABLE."
018810         GO TO 5700-EXIT
018820     END-IF.
018830     MOVE 0 TO WS-PEND-SHOWN.
018840     MOVE "N" TO WS-PEND-QUIT-SW.
018850     MOVE "N" TO WS-PEND-SCAN-EOF-SW.
018860     MOVE LOW-VALUES TO PC-PEND-KEY.
018870     START PENDING-CHANGE-FILE
018880         KEY IS NOT LESS THAN PC-PEND-KEY
018890         INVALID KEY
018900             MOVE "Y" TO WS-PEND-SCAN-EOF-SW
018910     END-START.
018920     PERFORM 5710-READ-NEXT-PENDING THRU 5710-EXIT.
018930     PERFORM 5720-REVIEW-ONE-PENDING THRU 5720-EXIT
018940         UNTIL WS-PEND-SCAN-EOF OR WS-PEND-QUIT.
018950     IF WS-PEND-SHOWN = 0
018960         DISPLAY "NO CHANGES ARE AWAITING APPROVAL."
018970     END-IF.
018980 5700-EXIT.
018990     EXIT.

019000 5710-READ-NEXT-PENDING.
019010     IF WS-PEND-SCAN-EOF
019020         GO TO 5710-EXIT
019030     END-IF.
019040     READ PENDING-CHANGE-FILE NEXT RECORD
019050         AT END
019060             MOVE "Y" TO WS-PEND-SCAN-EOF-SW
019070     END-READ.
019080     IF WS-PEND-FILE-STATUS NOT = "00" AND NOT WS-PEND-SCAN-EOF
019090         DISPLAY "UNABLE TO READ PENDCHG. STATUS="
019100             WS-PEND-FILE-STATUS
019110         MOVE "Y" TO WS-PEND-SCAN-EOF-SW
019120     END-IF.
019130 5710-EXIT.
019140     EXIT.

019150*    DECIDED CHANGES STAY ON FILE AS A RECORD; ONLY THOSE STILL
019160*    PENDING ARE SHOWN.
019170 5720-REVIEW-ONE-PENDING.
019180     IF PC-PEND-IS-PENDING
019190         PERFORM 5730-DECIDE-ONE-PENDING THRU 5730-EXIT
019200     END-IF.
019210     IF NOT WS-PEND-QUIT
019220         PERFORM 5710-READ-NEXT-PENDING THRU 5710-EXIT
019230     END-IF.
019240 5720-EXIT.
019250     EXIT.

019260 5730-DECIDE-ONE-PENDING.
019270     ADD 1 TO WS-PEND-SHOWN.
019280     DISPLAY " ".
019290     DISPLAY "STUDENT NUMBER: " PC-PEND-SNO.
019300     DISPLAY "KEYED " PC-PEND-REQ-DATE " " PC-PEND-REQ-TIME
019310         " BY " PC-PEND-REQ-OPERATOR " IN " PC-PEND-SOURCE.
019320     IF PC-PEND-NEW-NAME NOT = PC-PEND-OLD-NAME
019330         DISPLAY "NAME   FROM: " PC-PEND-OLD-NAME
019340         DISPLAY "         TO: " PC-PEND-NEW-NAME
019350     END-IF.
019360     IF PC-PEND-NEW-COURSE NOT = PC-PEND-OLD-COURSE
019370         DISPLAY "COURSE FROM: " PC-PEND-OLD-COURSE
019380         DISPLAY "         TO: " PC-PEND-NEW-COURSE
019390     END-IF.
019400     DISPLAY "A=APPROVE R=REJECT S=SKIP Q=QUIT: "
019410         WITH NO ADVANCING.
019420     ACCEPT WS-PEND-ANSWER.
019430     INSPECT WS-PEND-ANSWER CONVERTING "arsq" TO "ARSQ".
019440     EVALUATE WS-PEND-ANSWER
019450         WHEN "A"
019460             PERFORM 5740-APPROVE-ONE-PENDING THRU 5740-EXIT
019470         WHEN "R"
019480             PERFORM 5760-REJECT-ONE-PENDING THRU 5760-EXIT
019490         WHEN "Q"
019500             MOVE "Y" TO WS-PEND-QUIT-SW
019510         WHEN OTHER
019520             DISPLAY "SKIPPED. THE CHANGE STAYS PENDING."
019530     END-EVALUATE.
019540 5730-EXIT.
019550     EXIT.

019560*****************************************************************
019570*    5740 - APPROVE ONE CHANGE. THE STUDENT MUST STILL HOLD THE  *
019580*    VALUES THE CLERK SAW, AND A NEW COURSE MUST STILL BE OPEN   *
019590*    WITH A SEAT; OTHERWISE THE CHANGE STAYS PENDING FOR THE     *
019600*    SUPERVISOR TO REJECT.                                       *
019610*****************************************************************
019620 5740-APPROVE-ONE-PENDING.
019630     PERFORM 5750-READ-PENDING-STUDENT THRU 5750-EXIT.
019640     IF WS-RECORD-NOT-FOUND
019650         GO TO 5740-EXIT
019660     END-IF.
019670*    A CHANGE KEYED AGAINST VALUES THAT HAVE SINCE MOVED WOULD
019680*    UNDO THE LATER CHANGE WITHOUT ANYONE SEEING IT.
019690     IF SM-FULLNAME NOT = PC-PEND-OLD-NAME
019700             OR SM-COURSE NOT = PC-PEND-OLD-COURSE
019710         DISPLAY "THE STUDENT HAS CHANGED SINCE THIS WAS KEYED. "
019720             "REJECT IT AND KEY THE CHANGE AGAIN."
019730         GO TO 5740-EXIT
019740     END-IF.
019750     IF PC-PEND-NEW-COURSE NOT = PC-PEND-OLD-COURSE
019760         PERFORM 5770-CHECK-NEW-COURSE THRU 5770-EXIT
019770         IF NOT WS-VALID
019780             GO TO 5740-EXIT
019790         END-IF
019800*        THE SEAT COUNT BROWSES THE MASTER THROUGH THE RECORD
019810*        AREA, SO THE STUDENT IS READ AGAIN.
019820         PERFORM 5750-READ-PENDING-STUDENT THRU 5750-EXIT
019830         IF WS-RECORD-NOT-FOUND
019840             GO TO 5740-EXIT
019850         END-IF
019860     END-IF.
019870     PERFORM 5780-ACCEPT-REASON THRU 5780-EXIT.
019880     MOVE SM-SNO TO WS-AUDIT-SNO.
019890     PERFORM 8500-FORMAT-CURRENT-VALUE THRU 8500-EXIT.
019900     MOVE WS-FORMATTED-VALUE TO WS-AUDIT-OLD-VALUE.
019910     MOVE SM-STATUS-CODE TO WS-OLD-STATUS.
019920     MOVE PC-PEND-NEW-NAME TO SM-FULLNAME.
019930     MOVE PC-PEND-NEW-COURSE TO SM-COURSE.
019940     MOVE SM-ENROLL-TERM TO WS-LEDG-TERM.
019950     PERFORM 8500-FORMAT-CURRENT-VALUE THRU 8500-EXIT.
019960     MOVE WS-FORMATTED-VALUE TO WS-AUDIT-NEW-VALUE.
019970     REWRITE STUDENT-MASTER-RECORD.
019980     IF WS-STUDENT-FILE-STATUS NOT = "00"
019990         DISPLAY "APPROVAL FAILED. STATUS=" WS-STUDENT-FILE-STATUS
020000         GO TO 5740-EXIT
020010     END-IF.
020020     MOVE "EDIT" TO WS-AUDIT-ACTION.
020030     PERFORM 8100-WRITE-AUDIT-LOG THRU 8100-EXIT.
020040     DISPLAY "APPROVED. STUDENT RECORD UPDATED.".
020050*    THE SEAT MOVES EXACTLY AS IT DOES FOR A SUPERVISOR'S OWN
020060*    COURSE CHANGE THROUGH EDIT (4000).
020070     IF PC-PEND-NEW-COURSE NOT = PC-PEND-OLD-COURSE
020080         MOVE PC-PEND-NEW-COURSE TO WS-WAIT-COURSE
020090         MOVE PC-PEND-SNO TO WS-WAIT-SNO
020100         MOVE PC-PEND-NEW-NAME TO WS-WAIT-NAME
020110         PERFORM 8390-SETTLE-WAIT-ENTRY THRU 8390-EXIT
020120         IF WS-OLD-STATUS = "A" OR WS-OLD-STATUS = SPACE
020130             MOVE PC-PEND-OLD-COURSE TO WS-WAIT-COURSE
020140             PERFORM 8350-OFFER-FREED-SEAT THRU 8350-EXIT
020150         END-IF
020152         MOVE PC-PEND-SNO TO WS-SECT-SNO
020154         MOVE PC-PEND-OLD-COURSE TO WS-SECT-COURSE
020156         PERFORM 9860-DROP-OLD-SECTIONS THRU 9860-EXIT
020160*        AN ASSESSED TERM IS RE-CHARGED AT THE NEW COURSE'S FEE.
020170         MOVE PC-PEND-SNO TO WS-LEDG-SNO
020180         MOVE PC-PEND-NEW-COURSE TO WS-LEDG-COURSE
020190         PERFORM 9870-REASSESS-COURSE-FEE THRU 9870-EXIT
020220     END-IF.
020230*    THE DECISION IS RECORDED LAST - THE PENDING RECORD AREA IS
020240*    UNDEFINED ONCE IT HAS BEEN REWRITTEN.
020250     MOVE "A" TO PC-PEND-STATUS.
020260     PERFORM 5790-RECORD-DECISION THRU 5790-EXIT.
020270 5740-EXIT.
020280     EXIT.

020290 5750-READ-PENDING-STUDENT.
020300     MOVE "N" TO WS-RECORD-FOUND-SW.
020310     MOVE PC-PEND-SNO TO SM-SNO.
020320     READ STUDENT-MASTER-FILE
020330         INVALID KEY
020340             DISPLAY "STUDENT IS NO LONGER ON THE MASTER. "
020350                 "REJECT THE CHANGE INSTEAD."
020360         NOT INVALID KEY
020370             MOVE "Y" TO WS-RECORD-FOUND-SW
020380     END-READ.
020390 5750-EXIT.
020400     EXIT.

020410 5760-REJECT-ONE-PENDING.
020420     PERFORM 5780-ACCEPT-REASON THRU 5780-EXIT.
020430     MOVE "R" TO PC-PEND-STATUS.
020440     PERFORM 5790-RECORD-DECISION THRU 5790-EXIT.
020450     DISPLAY "REJECTED. THE STUDENT RECORD IS UNCHANGED.".
020460 5760-EXIT.
020470     EXIT.

020480 5770-CHECK-NEW-COURSE.
020490     MOVE "N" TO WS-VALID-SW.
020500     IF WS-COURSE-MASTER-NOT-READY
020510         DISPLAY "COURSE MASTER IS NOT AVAILABLE. "
020520             "THE CHANGE STAYS PENDING."
020530         GO TO 5770-EXIT
020540     END-IF.
020550     MOVE PC-PEND-NEW-COURSE TO CM-COURSE-CODE.
020560     READ COURSE-MASTER-FILE
020570         INVALID KEY
020580             CONTINUE
020590     END-READ.
020600     EVALUATE WS-COURSE-FILE-STATUS
020610         WHEN "00"
020620             IF NOT CM-COURSE-OFFERED
020630                 DISPLAY "THE NEW COURSE HAS CLOSED. "
020640                     "THE CHANGE STAYS PENDING."
020650                 GO TO 5770-EXIT
020660             END-IF
020670         WHEN "23"
020680             DISPLAY "THE NEW COURSE IS NO LONGER ON THE COURSE "
020690                 "MASTER. THE CHANGE STAYS PENDING."
020700             GO TO 5770-EXIT
020710         WHEN OTHER
020720             DISPLAY "UNABLE TO READ THE COURSE MASTER. STATUS="
020730                 WS-COURSE-FILE-STATUS
020740             GO TO 5770-EXIT
020750     END-EVALUATE.
020760     MOVE PC-PEND-NEW-COURSE TO WS-WAIT-COURSE.
020770     PERFORM 8450-CHECK-COURSE-CAPACITY THRU 8450-EXIT.
020780     IF WS-COURSE-FULL
020790         DISPLAY "THE NEW COURSE IS FULL (" WS-SEAT-COUNT " OF "
020800             CM-MAX-SEATS " SEATS TAKEN). "
020810             "THE CHANGE STAYS PENDING."
020820         GO TO 5770-EXIT
020830     END-IF.
020840     MOVE "Y" TO WS-VALID-SW.
020850 5770-EXIT.
020860     EXIT.

020870 5780-ACCEPT-REASON.
020880     MOVE SPACES TO WS-PEND-REASON-ANSWER.
020890     PERFORM 5785-PROMPT-FOR-REASON THRU 5785-EXIT
020900         UNTIL WS-PEND-REASON-ANSWER NOT = SPACES.
020910 5780-EXIT.
020920     EXIT.

020930 5785-PROMPT-FOR-REASON.
020940     DISPLAY "REASON: " WITH NO ADVANCING.
020950     ACCEPT WS-PEND-REASON-ANSWER.
020960     IF WS-PEND-REASON-ANSWER = SPACES
020970         DISPLAY "A REASON IS REQUIRED."
020980     END-IF.
020990 5785-EXIT.
021000     EXIT.

021010*    THE DECISION IS STAMPED ON THE CHANGE, WHICH STAYS ON FILE.
021020 5790-RECORD-DECISION.
021030     PERFORM 8550-GET-TODAY THRU 8550-EXIT.
021040     MOVE WS-TODAY TO PC-PEND-DECIDED-DATE.
021050     ACCEPT WS-CURRENT-TIME FROM TIME.
021060     MOVE SPACES TO PC-PEND-DECIDED-TIME.
021070     STRING WS-CUR-HH ":" WS-CUR-MIN ":" WS-CUR-SEC
021080         DELIMITED BY SIZE INTO PC-PEND-DECIDED-TIME.
021090     MOVE WS-SIGNON-ID TO PC-PEND-DECIDED-BY.
021100     MOVE WS-PEND-REASON-ANSWER TO PC-PEND-REASON.
021110     REWRITE PENDING-CHANGE-RECORD.
021120     IF WS-PEND-FILE-STATUS NOT = "00"
021130         DISPLAY "UNABLE TO UPDATE PENDCHG. STATUS="
021140             WS-PEND-FILE-STATUS
021150     END-IF.
021160 5790-EXIT.
021170     EXIT.

021180*****************************************************************
021190*    9860 - DROP THE STUDENT FROM EVERY SECTION THEY HOLD IN A   *
021200*    COURSE THEY ARE LEAVING - BY WITHDRAWAL, GRADUATION,        *
021210*    DELETE, TRANSFER OR COURSE CHANGE - SO THE SEATS ARE FREED  *
021220*    FOR OTHER STUDENTS. THE CALLER SETS WS-SECT-SNO AND THE OLD *
021230*    COURSE IN WS-SECT-COURSE. WITHOUT THE SECTION FILES NO      *
021240*    SECTION CAN HAVE BEEN ASSIGNED.                             *
021250*****************************************************************
021260 9860-DROP-OLD-SECTIONS.
021270     IF NOT WS-SECT-READY
021280         GO TO 9860-EXIT
021290     END-IF.
021300     PERFORM 8055-DROP-ALL-SECTIONS THRU 8055-EXIT.
021310     IF WS-SECT-FAILED
021320         DISPLAY "SECTIONS NOT ALL DROPPED: " WS-SECT-REASON
021330         DISPLAY "DROP THE REST WITH MENU CHOICE 12."
021340         GO TO 9860-EXIT
021350     END-IF.
021360     IF WS-SECT-DROPPED > 0
021370         MOVE WS-SECT-DROPPED TO WS-SECT-DROPPED-EDIT
021380         DISPLAY "DROPPED FROM" WS-SECT-DROPPED-EDIT
021390             " SECTION(S) OF " WS-SECT-COURSE "."
021400     END-IF.
021410 9860-EXIT.
021420     EXIT.

021430*****************************************************************
021440*    9870 - RE-CHARGE A COURSE CHANGE AT THE NEW COURSE'S FEE.   *
021450*    THE CALLER SETS WS-LEDG-SNO, WS-LEDG-TERM AND THE NEW       *
021460*    COURSE IN WS-LEDG-COURSE, AND WS-OLD-STATUS IS THE STATUS   *
021470*    BEFORE THE CHANGE. A WITHDRAWN OR GRADUATED STUDENT HAS     *
021480*    ALREADY HAD THE TERM SETTLED (8250), SO RE-ASSESSING WOULD  *
021490*    CANCEL THE REFUND; THEIR FEE IS LEFT FOR THE BURSAR.        *
021500*****************************************************************
021510 9870-REASSESS-COURSE-FEE.
021520     IF WS-OLD-STATUS = "A" OR WS-OLD-STATUS = SPACE
021530         MOVE "COURSE CHG" TO WS-LEDG-REFERENCE
021540         MOVE "COURSE CHANGE RE-ASSESSMENT" TO WS-LEDG-DESCRIPTION
021550         PERFORM 8240-REASSESS-STUDENT THRU 8240-EXIT
021560     ELSE
021570         DISPLAY "STUDENT IS NOT ACTIVE - FEE NOT RE-ASSESSED."
021580         DISPLAY "ADJUST THE FEE FOR THE COURSE CHANGE BY HAND."
021590     END-IF.
021600 9870-EXIT.
021610     EXIT.
