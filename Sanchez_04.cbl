000720*     2026-09-01 JS   POSTED ADDS WITHOUT A TERM ARE STAMPED *
000730*                     WITH THE CURRENT ACADEMIC TERM FROM    *
000740*                     TERMMST (SEE TERMREC/TERMIO)           *
000741*     2026-10-15 JS   A LOAD RECORD FOR A STUDENT UNDER 18   *
000742*                     IS NOW REJECTED UNLESS A PARENT OR     *
000743*                     GUARDIAN CONTACT IS ALREADY ON EMRGCON *
000744*                     (SEE EMRGREC/EMRGIO)                   *
000745*     2026-10-15 JS   TERM RECORD COPY PICKED UP THE NEW     *
000746*                     TERMREC FIELD CENSUS-DATE; PROCESSING  *
000747*                     IS UNCHANGED                           *
000750*****************************************************************

000760 ENVIRONMENT DIVISION.
001270         ACCESS MODE IS DYNAMIC
001280         RECORD KEY IS OM-OPER-ID
001290         FILE STATUS IS WS-OPER-FILE-STATUS.
001291     SELECT EMERGENCY-CONTACT-FILE
001292         ASSIGN TO "EMRGCON"
001293         ORGANIZATION IS INDEXED
001294         ACCESS MODE IS DYNAMIC
001295         RECORD KEY IS EC-EMRG-SNO
001296         FILE STATUS IS WS-EMRG-FILE-STATUS.

001300 DATA DIVISION.
001310 FILE SECTION.
002260             ==TERM-START-DATE== BY ==TM-TERM-START-DATE==
002270             ==TERM-END-DATE== BY ==TM-TERM-END-DATE==
002280             ==TERM-CURRENT-FLAG== BY ==TM-TERM-CURRENT-FLAG==
002290             ==TERM-IS-CURRENT== BY ==TM-TERM-IS-CURRENT==
002292             ==TERM-CENSUS-DATE== BY ==TM-TERM-CENSUS-DATE==.

002300 FD  OPERATOR-MASTER-FILE.
002310 01  OPERATOR-MASTER-RECORD.
002370             ==OPER-IS-SUPERVISOR== BY ==OM-OPER-IS-SUPERVISOR==
002380             ==OPER-IS-CLERK== BY ==OM-OPER-IS-CLERK==.

002381 FD  EMERGENCY-CONTACT-FILE.
002382 01  EMERGENCY-CONTACT-RECORD.
002383     COPY EMRGREC
002384         REPLACING ==03== BY ==02==
002385             LEADING ==EMRG-== BY ==EC-EMRG-==.

002390 WORKING-STORAGE SECTION.
002400 77  WS-STUDENT-FILE-STATUS        PIC X(02).
002410 77  WS-LOAD-FILE-STATUS           PIC X(02).
002690 77  WS-COURSE-OK-SW               PIC X(01).
002700         88  WS-COURSE-OK                           VALUE "Y".
002710         88  WS-COURSE-NOT-OK                       VALUE "N".
002712 77  WS-GUARDIAN-MISSING-SW        PIC X(01)    VALUE "N".
002714         88  WS-GUARDIAN-MISSING                    VALUE "Y".

002720*    WAITLIST SCAN TABLE AND SWITCHES (SEE WAITIO.CPY).
002730     COPY WAITWRK.

002732*    EMERGENCY CONTACT LOOKUP FIELDS (SEE EMRGIO.CPY).
002734     COPY EMRGWRK.

002740 01  WS-DATE-FIELDS.
002750         05  WS-CURRENT-DATE           PIC 9(08).
002760 01  WS-DATE-BREAKDOWN REDEFINES WS-DATE-FIELDS.
003560*    NEW ENROLLMENTS ARE STAMPED WITH THE CURRENT ACADEMIC
003570*    TERM; A MISSING TERM FILE JUST LEAVES THE STAMP BLANK.
003580     PERFORM 8900-FIND-CURRENT-TERM THRU 8900-EXIT.
003582*    STUDENTS UNDER 18 NEED A GUARDIAN CONTACT ON EMRGCON; IF
003584*    THE FILE CANNOT BE OPENED THOSE RECORDS ARE REJECTED.
003586     PERFORM 8060-OPEN-EMRG-FILE THRU 8060-EXIT.
003590     PERFORM 1200-READ-CHECKPOINT THRU 1200-EXIT.
003600 1000-EXIT.
003610     EXIT.
004450         ADD 1 TO WS-RECORDS-SKIPPED
004460     ELSE
004470         PERFORM 2300-CHECK-COURSE THRU 2300-EXIT
004472         IF WS-COURSE-OK
004474             PERFORM 2350-CHECK-GUARDIAN THRU 2350-EXIT
004476         END-IF
004480         EVALUATE TRUE
004490             WHEN WS-LOAD-FAILED
004500                 CONTINUE
004650                     PERFORM 8300-QUEUE-FOR-WAITLIST
004660                         THRU 8300-EXIT
004670                 END-IF
004671             WHEN WS-GUARDIAN-MISSING
004672                 ADD 1 TO WS-RECORDS-REJECTED
004673                 DISPLAY "REJECTING STUDENT NUMBER " LOAD-SNO
004674                     " UNDER 18 WITH NO GUARDIAN CONTACT ON FILE"
004675                 PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
004680             WHEN OTHER
004690                 PERFORM 2400-POST-STUDENT THRU 2400-EXIT
004700         END-EVALUATE
006630*    8900 - CURRENT TERM LOOKUP (SEE TERMIO.CPY)
006640     COPY TERMIO.

006642*    8060-8091 - EMERGENCY CONTACTS (SEE EMRGIO.CPY)
006644     COPY EMRGIO.

006650*****************************************************************
006660*    8600 - OPERATOR SIGN-ON (SEE SIGNON.CPY)                    *
006670*****************************************************************
006760 9000-TERMINATE.
006770     CLOSE STUDENT-MASTER-FILE.
006780     CLOSE COURSE-MASTER-FILE.
006782     PERFORM 8065-CLOSE-EMRG-FILE THRU 8065-EXIT.
006790     IF WS-LOAD-FILE-FOUND AND WS-LOAD-OK
006800         MOVE 0 TO CHECKPOINT-RECORD
006810         OPEN OUTPUT CHECKPOINT-FILE
006940     PERFORM 8800-RELEASE-MASTER-LOCK THRU 8800-EXIT.
006950 9000-EXIT.
006960     EXIT.

006970*    A STUDENT UNDER 18 IS POSTED ONLY WHEN A PARENT OR GUARDIAN
006980*    CONTACT IS ALREADY ON EMRGCON; ADMISSIONS LOADS THE CONTACTS
006990*    WITH SANCHEZ33 BEFORE THE STUDENTS. A HARD ERROR ON THE
007000*    CONTACT FILE STOPS THE RUN, AS ONE ON THE COURSE MASTER DOES.
007010 2350-CHECK-GUARDIAN.
007020     MOVE "N" TO WS-GUARDIAN-MISSING-SW.
007030     IF LOAD-AGE IS NOT NUMERIC OR LOAD-AGE NOT < 18
007040         GO TO 2350-EXIT
007050     END-IF.
007060     MOVE LOAD-SNO TO WS-EMRG-SNO.
007070     PERFORM 8078-FIND-GUARDIAN-ON-FILE THRU 8078-EXIT.
007080     IF WS-EMRG-FAILED
007090         MOVE "Y" TO WS-LOAD-FAILED-SW
007100         DISPLAY "LOAD STOPPED. FIX THE PROBLEM AND RERUN "
007110             "TO RESUME FROM THE LAST CHECKPOINT."
007120         GO TO 2350-EXIT
007130     END-IF.
007140     IF NOT WS-EMRG-HAS-GUARDIAN
007150         MOVE "Y" TO WS-GUARDIAN-MISSING-SW
007160     END-IF.
007170 2350-EXIT.
007180     EXIT.
