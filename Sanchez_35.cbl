000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SANCHEZ35.
000030 AUTHOR. J SANCHEZ.
000040 INSTALLATION. REGISTRAR SYSTEMS UNIT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    STUDENT NOTIFICATION LETTERS                                *
000100*                                                                *
000110*    TELLS STUDENTS IN WRITING WHAT THE SYSTEM HAS DONE TO       *
000120*    THEM. EVERY SEAT OFFER ("O" ENTRY) APPENDED TO WAITLIST     *
000130*    AND EVERY STATUS, TRANSF AND MERGE LINE WRITTEN TO          *
000140*    AUDITLOG SINCE THE LAST RUN BECOMES ONE PRINTED LETTER      *
000150*    (LETTERS), NUMBERED AND ENTERED ON THE LETTER REGISTER      *
000160*    (LETTREG) SO THE REGISTRAR CAN PROVE WHO WAS TOLD WHAT      *
000170*    AND WHEN. THE WINDOW IS KEPT IN ITS OWN CONTROL RECORD      *
000180*    (LETCTL) AS A DATE AND TIME, SO A SECOND RUN THE SAME DAY   *
000190*    DOES NOT SEND THE SAME LETTER TWICE; THE CONTROL ONLY       *
000200*    MOVES AFTER A CLEAN RUN. WITH NO CONTROL RECORD THE FIRST   *
000210*    RUN COVERS TODAY'S EVENTS ONLY.                             *
000220*                                                                *
000230*    REGISTER LINES ARE HELD IN A WORK FILE (LETTWRK) AND        *
000240*    POSTED TO LETTREG ONLY AFTER LETTERS HAS CLOSED CLEANLY,    *
000250*    SO A FAILED RUN REGISTERS NOTHING: ITS LETTERS ARE          *
000260*    DESTROYED AND THE RERUN PRINTS THEM AGAIN UNDER NEW         *
000270*    NUMBERS WITHOUT LEAVING THE OLD ONES ON THE REGISTER.       *
000280*                                                                *
000290*    THE WORDING OF EACH LETTER COMES FROM THE TEMPLATE FILE     *
000300*    LETTMPL, KEPT WITH AN ORDINARY EDITOR: ONE LINE PER         *
000310*    PRINTED LINE, THE LETTER TYPE (OFFER, STATUS, TRANSF OR     *
000320*    MERGE) IN COLUMNS 1-6, A SPACE, THEN UP TO 72 COLUMNS OF    *
000330*    TEXT. LINES OF A TYPE PRINT IN FILE ORDER; A LINE WHOSE     *
000340*    TYPE STARTS WITH "*" IS A NOTE AND NEVER PRINTS. THE TEXT   *
000350*    MAY CARRY THESE FIELDS, FILLED IN FOR EACH LETTER -         *
000360*        <NAME>    STUDENT'S FULL NAME                           *
000370*        <SNO>     STUDENT NUMBER                                *
000380*        <COURSE>  COURSE TITLE FROM COURSMST                    *
000390*        <CODE>    COURSE CODE                                   *
000400*        <DATE>    DATE THE EVENT TOOK EFFECT                    *
000410*        <STATUS>  NEW STATUS (ACTIVE, WITHDRAWN, GRADUATED)     *
000420*                                                                *
000430*    THE NAME AND CONTACT DETAILS ARE TAKEN FROM THE MASTER,     *
000440*    FOLLOWING SNOXREF FOR A MERGED NUMBER, OR FROM THE EVENT    *
000450*    ITSELF WHEN THE STUDENT HAS SINCE LEFT THE MASTER. A        *
000460*    STUDENT WITH NEITHER A MOBILE NOR A LANDLINE, ONE NO        *
000470*    LONGER ON THE MASTER WHOSE EVENT CARRIES NO CONTACT         *
000480*    DETAILS, OR AN EVENT WITH NO TEMPLATE FOR ITS TYPE, GOES    *
000490*    ON THE EXCEPTION LIST (LETTEXC) INSTEAD OF GETTING A        *
000500*    LETTER.                                                     *
000510*                                                                *
000520*    MODIFICATION HISTORY                                        *
000530*     DATE       BY   DESCRIPTION                                *
000540*     2026-10-15 JS   INITIAL VERSION                            *
000550*****************************************************************

000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER. IBM-370.
000590 OBJECT-COMPUTER. IBM-370.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT STUDENT-MASTER-FILE
000630         ASSIGN TO "STUDMAST"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS SM-SNO
000670         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000680     SELECT COURSE-MASTER-FILE
000690         ASSIGN TO "COURSMST"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS CM-COURSE-CODE
000730         FILE STATUS IS WS-COURSE-FILE-STATUS.
000740     SELECT XREF-FILE
000750         ASSIGN TO "SNOXREF"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS XR-XREF-OLD-SNO
000790         FILE STATUS IS WS-XREF-FILE-STATUS.
000800     SELECT WAITLIST-FILE
000810         ASSIGN TO "WAITLIST"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-WAIT-FILE-STATUS.
000840     SELECT AUDIT-LOG-FILE
000850         ASSIGN TO "AUDITLOG"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000880     SELECT LETTER-TEMPLATE-FILE
000890         ASSIGN TO "LETTMPL"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-TMPL-FILE-STATUS.
000920     SELECT LETTER-PRINT-FILE
000930         ASSIGN TO "LETTERS"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-PRINT-FILE-STATUS.
000960     SELECT LETTER-REGISTER-FILE
000970         ASSIGN TO "LETTREG"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-REGISTER-FILE-STATUS.
001000     SELECT LETTER-WORK-FILE
001010         ASSIGN TO "LETTWRK"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-WORK-FILE-STATUS.
001040     SELECT LETTER-EXCEPTION-FILE
001050         ASSIGN TO "LETTEXC"
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-REPORT-FILE-STATUS.
001080     SELECT LETTER-CONTROL-FILE
001090         ASSIGN TO "LETCTL"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WS-CONTROL-FILE-STATUS.

001120 DATA DIVISION.
001130 FILE SECTION.
001140 FD  STUDENT-MASTER-FILE.
001150 01  STUDENT-MASTER-RECORD.
001160     COPY STUDREC
001170         REPLACING ==03== BY ==02==
001180             ==FULLNAME== BY ==SM-FULLNAME==
001190             ==SNO== BY ==SM-SNO==
001200             ==COURSE== BY ==SM-COURSE==
001210             ==CONTACT-INFO== BY ==SM-CONTACT-INFO==
001220             ==MOBILE== BY ==SM-MOBILE==
001230             ==LANDLINE== BY ==SM-LANDLINE==
001240             ==AGE== BY ==SM-AGE==
001250             ==STATUS-CODE== BY ==SM-STATUS-CODE==
001260             ==STUDENT-ACTIVE== BY ==SM-STUDENT-ACTIVE==
001270             ==STUDENT-WITHDRAWN== BY ==SM-STUDENT-WITHDRAWN==
001280             ==STUDENT-GRADUATED== BY ==SM-STUDENT-GRADUATED==
001290             ==STATUS-DATE== BY ==SM-STATUS-DATE==
001300             ==ENROLL-TERM== BY ==SM-ENROLL-TERM==.

001310 FD  COURSE-MASTER-FILE.
001320 01  COURSE-MASTER-RECORD.
001330     COPY COURSREC
001340         REPLACING ==03== BY ==02==
001350             ==COURSE-CODE== BY ==CM-COURSE-CODE==
001360             ==COURSE-TITLE== BY ==CM-COURSE-TITLE==
001370             ==DEPARTMENT== BY ==CM-DEPARTMENT==
001380             ==OFFERED-FLAG== BY ==CM-OFFERED-FLAG==
001390             ==COURSE-OFFERED== BY ==CM-COURSE-OFFERED==
001400             ==COURSE-CLOSED== BY ==CM-COURSE-CLOSED==
001410             ==MAX-SEATS== BY ==CM-MAX-SEATS==.

001420 FD  XREF-FILE.
001430 01  XREF-RECORD.
001440     COPY XREFREC
001450         REPLACING ==03== BY ==02==
001460             ==XREF-OLD-SNO== BY ==XR-XREF-OLD-SNO==
001470             ==XREF-NEW-SNO== BY ==XR-XREF-NEW-SNO==
001480             ==XREF-MERGE-DATE== BY ==XR-XREF-MERGE-DATE==.

001490 FD  WAITLIST-FILE.
001500 01  WAITLIST-RECORD.
001510     COPY WAITREC
001520         REPLACING ==03== BY ==02==
001530             ==WAIT-COURSE== BY ==WF-WAIT-COURSE==
001540             ==WAIT-SNO== BY ==WF-WAIT-SNO==
001550             ==WAIT-NAME== BY ==WF-WAIT-NAME==
001560             ==WAIT-DATE== BY ==WF-WAIT-DATE==
001570             ==WAIT-TIME== BY ==WF-WAIT-TIME==
001580             ==WAIT-STATUS== BY ==WF-WAIT-STATUS==
001590             ==WAIT-QUEUED== BY ==WF-WAIT-QUEUED==
001600             ==WAIT-OFFERED== BY ==WF-WAIT-OFFERED==
001610             ==WAIT-SEATED== BY ==WF-WAIT-SEATED==.

001620 FD  AUDIT-LOG-FILE.
001630 01  AUDIT-LOG-RECORD.
001640     COPY AUDITREC
001650         REPLACING ==AUDIT-DATE== BY ==AUD-DATE==
001660             ==AUDIT-TIME== BY ==AUD-TIME==
001670             ==AUDIT-SNO== BY ==AUD-SNO==
001680             ==AUDIT-ACTION== BY ==AUD-ACTION==
001690             ==AUDIT-OLD-VALUE== BY ==AUD-OLD-VALUE==
001700             ==AUDIT-NEW-VALUE== BY ==AUD-NEW-VALUE==
001710             ==AUDIT-OPERATOR== BY ==AUD-OPERATOR==.

001720 FD  LETTER-TEMPLATE-FILE.
001730 01  LETTER-TEMPLATE-RECORD.
001740     02  LT-TYPE                       PIC X(06).
001750     02  FILLER                        PIC X(01).
001760     02  LT-TEXT                       PIC X(72).

001770 FD  LETTER-PRINT-FILE.
001780 01  LETTER-PRINT-RECORD              PIC X(132).

001790*    PROOF OF NOTIFICATION: ONE LINE PER LETTER PRINTED, KEYED
001800*    BY LETTER NUMBER, WITH THE EVENT IT ANSWERS.
001810 FD  LETTER-REGISTER-FILE.
001820 01  LETTER-REGISTER-RECORD.
001830     02  LR-LETTER-NO                  PIC 9(07).
001840     02  LR-SENT-DATE                  PIC X(10).
001850     02  LR-SENT-TIME                  PIC X(08).
001860     02  LR-LETTER-TYPE                PIC X(06).
001870     02  LR-SNO                        PIC X(30).
001880     02  LR-FULLNAME                   PIC X(30).
001890     02  LR-COURSE                     PIC X(20).
001900     02  LR-EFFECTIVE-DATE             PIC X(10).
001910     02  LR-EVENT-DATE                 PIC X(10).
001920     02  LR-EVENT-TIME                 PIC X(08).

001930*    THIS RUN'S REGISTER LINES, UNTIL EVERY LETTER IS PRINTED.
001940 FD  LETTER-WORK-FILE.
001950 01  LETTER-WORK-RECORD               PIC X(139).

001960 FD  LETTER-EXCEPTION-FILE.
001970 01  LETTER-EXCEPTION-RECORD          PIC X(132).

001980*    THE END OF THE LAST CLEAN RUN'S WINDOW AND THE LAST LETTER
001990*    NUMBER ISSUED.
002000 FD  LETTER-CONTROL-FILE.
002010 01  LETTER-CONTROL-RECORD.
002020     02  LC-LAST-DATE                  PIC X(10).
002030     02  LC-LAST-TIME                  PIC X(08).
002040     02  LC-LAST-LETTER                PIC 9(07).

002050 WORKING-STORAGE SECTION.
002060*    THE PARSED OLD OR NEW VALUE OF AN AUDIT LINE.
002070 01  WS-VALUE-PARSED.
002080     COPY AUDVAL
002090         REPLACING ==VAL-NAME== BY ==AV-NAME==
002100             ==VAL-SNO== BY ==AV-SNO==
002110             ==VAL-COURSE== BY ==AV-COURSE==
002120             ==VAL-MOBILE== BY ==AV-MOBILE==
002130             ==VAL-LANDLINE== BY ==AV-LANDLINE==
002140             ==VAL-AGE== BY ==AV-AGE==
002150             ==VAL-STATUS== BY ==AV-STATUS==
002160             ==VAL-STATUS-DATE== BY ==AV-STATUS-DATE==.

002170 77  WS-STUDENT-FILE-STATUS        PIC X(02).
002180 77  WS-COURSE-FILE-STATUS         PIC X(02).
002190 77  WS-XREF-FILE-STATUS           PIC X(02).
002200 77  WS-WAIT-FILE-STATUS           PIC X(02).
002210 77  WS-AUDIT-FILE-STATUS          PIC X(02).
002220 77  WS-TMPL-FILE-STATUS           PIC X(02).
002230 77  WS-PRINT-FILE-STATUS          PIC X(02).
002240 77  WS-REGISTER-FILE-STATUS       PIC X(02).
002250 77  WS-WORK-FILE-STATUS           PIC X(02).
002260 77  WS-REPORT-FILE-STATUS         PIC X(02).
002270 77  WS-CONTROL-FILE-STATUS        PIC X(02).

002280 77  WS-EOF-SW                     PIC X(01)    VALUE "N".
002290         88  WS-EOF                                 VALUE "Y".
002300 77  WS-RUN-FAILED-SW              PIC X(01)    VALUE "N".
002310         88  WS-RUN-FAILED                          VALUE "Y".
002320 77  WS-COURSE-MASTER-SW           PIC X(01)    VALUE "N".
002330         88  WS-COURSE-MASTER-READY                 VALUE "Y".
002340 77  WS-XREF-READY-SW              PIC X(01)    VALUE "N".
002350         88  WS-XREF-READY                          VALUE "Y".
002360 77  WS-STUDENT-MASTER-SW          PIC X(01)    VALUE "N".
002370         88  WS-STUDENT-MASTER-READY                VALUE "Y".
002380 77  WS-PRINT-FILE-SW              PIC X(01)    VALUE "N".
002390         88  WS-PRINT-FILE-READY                    VALUE "Y".
002400 77  WS-REGISTER-FILE-SW           PIC X(01)    VALUE "N".
002410         88  WS-REGISTER-FILE-READY                 VALUE "Y".
002420 77  WS-REPORT-FILE-SW             PIC X(01)    VALUE "N".
002430         88  WS-REPORT-FILE-READY                   VALUE "Y".
002440 77  WS-WORK-FILE-SW               PIC X(01)    VALUE "N".
002450         88  WS-WORK-FILE-READY                     VALUE "Y".
002460 77  WS-RECORD-FOUND-SW            PIC X(01).
002470         88  WS-RECORD-FOUND                        VALUE "Y".
002480 77  WS-XREF-DEAD-END-SW           PIC X(01).
002490         88  WS-XREF-DEAD-END                       VALUE "Y".
002500 77  WS-TEMPLATE-FOUND-SW          PIC X(01).
002510         88  WS-TEMPLATE-FOUND                      VALUE "Y".

002520*    THE WINDOW: EVENTS STAMPED AFTER THE LAST CLEAN RUN AND
002530*    NO LATER THAN THE START OF THIS ONE. A STAMP IS THE DATE
002540*    FOLLOWED BY THE HH:MM:SS TIME, SO IT COMPARES AS TEXT.
002550 77  WS-LAST-STAMP                 PIC X(18).
002560 77  WS-RUN-STAMP                  PIC X(18).
002570 77  WS-EVENT-STAMP                PIC X(18).
002580 77  WS-LAST-LETTER                PIC 9(07)    VALUE 0.
002590     COPY AUDCUTOF.

002600*    ONE EVENT, AS PICKED UP FROM WAITLIST OR AUDITLOG AND THEN
002610*    COMPLETED FROM THE MASTER.
002620 01  WS-EVENT.
002630         05  WS-EV-TYPE                PIC X(06).
002640         05  WS-EV-SNO                 PIC X(30).
002650         05  WS-EV-NAME                PIC X(30).
002660         05  WS-EV-COURSE              PIC X(20).
002670         05  WS-EV-MOBILE              PIC X(11).
002680         05  WS-EV-LANDLINE            PIC X(08).
002690         05  WS-EV-STATUS              PIC X(01).
002700         05  WS-EV-EFFECTIVE-DATE      PIC X(10).
002710         05  WS-EV-DATE                PIC X(10).
002720         05  WS-EV-TIME                PIC X(08).
002730 77  WS-EV-TITLE                   PIC X(40).
002740 77  WS-EV-STATUS-TEXT             PIC X(10).
002750 77  WS-XREF-HOPS                  PIC 9(02) COMP.

002760*    THE TEMPLATE FILE, HELD WHOLE FOR THE RUN.
002770 01  WS-TEMPLATE-TABLE.
002780         05  WS-TMPL-ENTRY OCCURS 300 TIMES.
002790             10  WS-TMPL-TYPE          PIC X(06).
002800             10  WS-TMPL-TEXT          PIC X(72).
002810 77  WS-TMPL-COUNT                 PIC 9(04) COMP VALUE 0.
002820 77  WS-TMPL-IX                    PIC 9(04) COMP.

002830*    ONE PRINTED LINE AS THE TEMPLATE FIELDS ARE FILLED IN.
002840 77  WS-LETTER-LINE                PIC X(132).
002850 77  WS-IN-POS                     PIC 9(03) COMP.
002860 77  WS-OUT-POS                    PIC 9(03) COMP.

002870 77  WS-EVENTS-FOUND               PIC 9(07) COMP VALUE 0.
002880 77  WS-LETTERS-PRINTED            PIC 9(07) COMP VALUE 0.
002890 77  WS-EXCEPTIONS                 PIC 9(07) COMP VALUE 0.
002900 77  WS-LINES-POSTED               PIC 9(07) COMP VALUE 0.

002910 01  WS-DATE-FIELDS.
002920         05  WS-CURRENT-DATE           PIC 9(08).
002930 01  WS-DATE-BREAKDOWN REDEFINES WS-DATE-FIELDS.
002940         05  WS-CUR-YYYY               PIC 9(04).
002950         05  WS-CUR-MM                 PIC 9(02).
002960         05  WS-CUR-DD                 PIC 9(02).
002970 77  WS-TODAY                      PIC X(10).

002980 01  WS-TIME-FIELDS.
002990         05  WS-CURRENT-TIME           PIC 9(08).
003000 01  WS-TIME-BREAKDOWN REDEFINES WS-TIME-FIELDS.
003010         05  WS-CUR-HH                 PIC 9(02).
003020         05  WS-CUR-MIN                PIC 9(02).
003030         05  WS-CUR-SEC                PIC 9(02).
003040         05  WS-CUR-HTH                PIC 9(02).
003050 77  WS-NOW                        PIC X(08).

003060 01  WS-LETTER-HEAD-1.
003070         05  FILLER                    PIC X(50)
003080             VALUE "REGISTRAR SYSTEMS UNIT".
003090         05  FILLER                    PIC X(10)
003100             VALUE "LETTER NO ".
003110         05  LH1-LETTER-NO             PIC 9(07).

003120 01  WS-LETTER-HEAD-2.
003130         05  FILLER                    PIC X(50)    VALUE SPACES.
003140         05  FILLER                    PIC X(10)
003150             VALUE "DATE      ".
003160         05  LH2-DATE                  PIC X(10).

003170 01  WS-EXC-HEADING-1.
003180         05  FILLER                    PIC X(42)
003190             VALUE " NOTIFICATION LETTER EXCEPTIONS".
003200         05  FILLER                    PIC X(10)
003210             VALUE "RUN DATE: ".
003220         05  EH1-RUN-DATE              PIC X(10).

003230 01  WS-EXC-HEADING-2.
003240         05  FILLER                    PIC X(01)    VALUE SPACES.
003250         05  FILLER                    PIC X(31)
003260             VALUE "STUDENT NUMBER".
003270         05  FILLER                    PIC X(31)
003280             VALUE "NAME".
003290         05  FILLER                    PIC X(07)
003300             VALUE "LETTER".
003310         05  FILLER                    PIC X(11)
003320             VALUE "EFFECTIVE".
003330         05  FILLER                    PIC X(06)
003340             VALUE "REASON".

003350 01  WS-EXC-LINE.
003360         05  FILLER                    PIC X(01)    VALUE SPACES.
003370         05  EL-SNO                    PIC X(30).
003380         05  FILLER                    PIC X(01)    VALUE SPACES.
003390         05  EL-NAME                   PIC X(30).
003400         05  FILLER                    PIC X(01)    VALUE SPACES.
003410         05  EL-TYPE                   PIC X(06).
003420         05  FILLER                    PIC X(01)    VALUE SPACES.
003430         05  EL-EFFECTIVE-DATE         PIC X(10).
003440         05  FILLER                    PIC X(01)    VALUE SPACES.
003450         05  EL-REASON                 PIC X(40).

003460 01  WS-TOTAL-LINE.
003470         05  FILLER                    PIC X(01)    VALUE SPACES.
003480         05  TL-TEXT                   PIC X(30).
003490         05  TL-COUNT                  PIC Z,ZZZ,ZZ9.

003500 PROCEDURE DIVISION.

003510 0000-MAINLINE.
003520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003530     IF WS-RUN-FAILED
003540         GO TO 0000-WRAP-UP
003550     END-IF.
003560     PERFORM 2000-SCAN-WAITLIST THRU 2000-EXIT.
003570     IF NOT WS-RUN-FAILED
003580         PERFORM 3000-SCAN-AUDIT-LOG THRU 3000-EXIT
003590     END-IF.
003600     IF NOT WS-RUN-FAILED
003610         PERFORM 7000-POST-REGISTER THRU 7000-EXIT
003620     END-IF.
003630     PERFORM 8000-REWRITE-CONTROL THRU 8000-EXIT.
003640 0000-WRAP-UP.
003650     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003660     STOP RUN.

003670*****************************************************************
003680*    1000 - CONTROL WINDOW, TEMPLATES AND FILE OPENS             *
003690*****************************************************************
003700 1000-INITIALIZE.
003710     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003720     MOVE SPACES TO WS-TODAY.
003730     STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD
003740         DELIMITED BY SIZE INTO WS-TODAY.
003750     PERFORM 8550-GET-TIME THRU 8550-EXIT.
003760     MOVE SPACES TO WS-RUN-STAMP.
003770     STRING WS-TODAY WS-NOW DELIMITED BY SIZE INTO WS-RUN-STAMP.
003780     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
003790     IF WS-RUN-FAILED
003800         GO TO 1000-EXIT
003810     END-IF.
003820     PERFORM 1200-LOAD-TEMPLATES THRU 1200-EXIT.
003830     IF WS-RUN-FAILED
003840         GO TO 1000-EXIT
003850     END-IF.
003860     OPEN INPUT STUDENT-MASTER-FILE.
003870     IF WS-STUDENT-FILE-STATUS NOT = "00"
003880         DISPLAY "UNABLE TO OPEN STUDMAST. STATUS="
003890             WS-STUDENT-FILE-STATUS
003900         DISPLAY "NO LETTERS PRODUCED."
003910         MOVE "Y" TO WS-RUN-FAILED-SW
003920         GO TO 1000-EXIT
003930     END-IF.
003940     MOVE "Y" TO WS-STUDENT-MASTER-SW.
003950*    THE TITLE AND THE MERGE CROSS-REFERENCE ARE CONVENIENCES;
003960*    WITHOUT THEM LETTERS CARRY THE COURSE CODE AND A RETIRED
003970*    NUMBER FALLS BACK ON THE DETAILS IN THE EVENT.
003980     OPEN INPUT COURSE-MASTER-FILE.
003990     IF WS-COURSE-FILE-STATUS = "00"
004000         MOVE "Y" TO WS-COURSE-MASTER-SW
004010     ELSE
004020         DISPLAY "COURSE MASTER COURSMST NOT AVAILABLE. STATUS="
004030             WS-COURSE-FILE-STATUS
004040         DISPLAY "LETTERS SHOW THE COURSE CODE INSTEAD OF THE "
004050             "TITLE."
004060     END-IF.
004070     OPEN INPUT XREF-FILE.
004080     IF WS-XREF-FILE-STATUS = "00"
004090         MOVE "Y" TO WS-XREF-READY-SW
004100     END-IF.
004110     OPEN OUTPUT LETTER-PRINT-FILE.
004120     IF WS-PRINT-FILE-STATUS NOT = "00"
004130         DISPLAY "UNABLE TO OPEN LETTERS. STATUS="
004140             WS-PRINT-FILE-STATUS
004150         DISPLAY "NO LETTERS PRODUCED."
004160         MOVE "Y" TO WS-RUN-FAILED-SW
004170         GO TO 1000-EXIT
004180     END-IF.
004190     MOVE "Y" TO WS-PRINT-FILE-SW.
004200     OPEN EXTEND LETTER-REGISTER-FILE.
004210     IF WS-REGISTER-FILE-STATUS = "35"
004220         OPEN OUTPUT LETTER-REGISTER-FILE
004230     END-IF.
004240     IF WS-REGISTER-FILE-STATUS NOT = "00"
004250         DISPLAY "UNABLE TO OPEN LETTREG. STATUS="
004260             WS-REGISTER-FILE-STATUS
004270         DISPLAY "NO LETTERS PRODUCED - NONE COULD BE REGISTERED."
004280         MOVE "Y" TO WS-RUN-FAILED-SW
004290         GO TO 1000-EXIT
004300     END-IF.
004310     MOVE "Y" TO WS-REGISTER-FILE-SW.
004320     OPEN OUTPUT LETTER-WORK-FILE.
004330     IF WS-WORK-FILE-STATUS NOT = "00"
004340         DISPLAY "UNABLE TO CREATE LETTWRK. STATUS="
004350             WS-WORK-FILE-STATUS
004360         DISPLAY "NO LETTERS PRODUCED - NONE COULD BE REGISTERED."
004370         MOVE "Y" TO WS-RUN-FAILED-SW
004380         GO TO 1000-EXIT
004390     END-IF.
004400     MOVE "Y" TO WS-WORK-FILE-SW.
004410     OPEN OUTPUT LETTER-EXCEPTION-FILE.
004420     IF WS-REPORT-FILE-STATUS NOT = "00"
004430         DISPLAY "UNABLE TO OPEN LETTEXC. STATUS="
004440             WS-REPORT-FILE-STATUS
004450         DISPLAY "NO LETTERS PRODUCED."
004460         MOVE "Y" TO WS-RUN-FAILED-SW
004470         GO TO 1000-EXIT
004480     END-IF.
004490     MOVE "Y" TO WS-REPORT-FILE-SW.
004500     MOVE WS-TODAY TO EH1-RUN-DATE.
004510     WRITE LETTER-EXCEPTION-RECORD FROM WS-EXC-HEADING-1.
004520     WRITE LETTER-EXCEPTION-RECORD FROM WS-EXC-HEADING-2
004530         AFTER ADVANCING 2.
004540 1000-EXIT.
004550     EXIT.

004560*    NO CONTROL RECORD MEANS THIS IS THE FIRST RUN: RATHER THAN
004570*    WRITE TO EVERY STUDENT THE LOGS HAVE EVER TOUCHED, THE
004580*    WINDOW OPENS AT THE START OF TODAY (A DATE FOLLOWED BY
004590*    SPACES SORTS BEFORE ANY TIME THAT DAY).
004600 1100-READ-CONTROL.
004610     MOVE SPACES TO WS-LAST-STAMP.
004620     OPEN INPUT LETTER-CONTROL-FILE.
004630     IF WS-CONTROL-FILE-STATUS = "35"
004640         CONTINUE
004650     ELSE
004660         IF WS-CONTROL-FILE-STATUS NOT = "00"
004670             DISPLAY "UNABLE TO OPEN LETCTL. STATUS="
004680                 WS-CONTROL-FILE-STATUS
004690             DISPLAY "NO LETTERS PRODUCED."
004700             MOVE "Y" TO WS-RUN-FAILED-SW
004710             GO TO 1100-EXIT
004720         END-IF
004730         READ LETTER-CONTROL-FILE
004740             AT END
004750                 CONTINUE
004760             NOT AT END
004770                 STRING LC-LAST-DATE LC-LAST-TIME
004780                     DELIMITED BY SIZE INTO WS-LAST-STAMP
004790                 IF LC-LAST-LETTER IS NUMERIC
004800                     MOVE LC-LAST-LETTER TO WS-LAST-LETTER
004810                 END-IF
004820         END-READ
004830         CLOSE LETTER-CONTROL-FILE
004840     END-IF.
004850     IF WS-LAST-STAMP = SPACES
004860         MOVE WS-TODAY TO WS-LAST-STAMP
004870         DISPLAY "NO LAST-RUN DATE ON FILE. LETTERS ARE PRODUCED "
004880             "FOR TODAY'S EVENTS ONLY."
004890         GO TO 1100-EXIT
004900     END-IF.
004910*    STATUS LINES BEFORE THE AUDIT FORMAT CUTOVER CANNOT BE
004920*    READ FIELD BY FIELD, SO A WINDOW REACHING ACROSS IT IS
004930*    REFUSED, AS THE REGISTRAR EXTRACT DOES.
004940     IF WS-LAST-STAMP(1:10) < WS-FORMAT-CUTOVER-DATE
004950         DISPLAY "LAST-RUN DATE " WS-LAST-STAMP(1:10)
004960             " PREDATES THE AUDIT FORMAT CUTOVER "
004970             WS-FORMAT-CUTOVER-DATE "."
004980         DISPLAY "CLEAR LETCTL AND RERUN. NO LETTERS PRODUCED."
004990         MOVE "Y" TO WS-RUN-FAILED-SW
005000         GO TO 1100-EXIT
005010     END-IF.
005020     DISPLAY "LETTERS FOR EVENTS AFTER " WS-LAST-STAMP(1:10) " "
005030         WS-LAST-STAMP(11:8) ".".
005040 1100-EXIT.
005050     EXIT.

005060 1200-LOAD-TEMPLATES.
005070     OPEN INPUT LETTER-TEMPLATE-FILE.
005080     IF WS-TMPL-FILE-STATUS NOT = "00"
005090         DISPLAY "UNABLE TO OPEN LETTMPL. STATUS="
005100             WS-TMPL-FILE-STATUS
005110         DISPLAY "NO LETTERS PRODUCED."
005120         MOVE "Y" TO WS-RUN-FAILED-SW
005130         GO TO 1200-EXIT
005140     END-IF.
005150     MOVE "N" TO WS-EOF-SW.
005160     PERFORM 1210-LOAD-ONE-TEMPLATE-LINE THRU 1210-EXIT
005170         UNTIL WS-EOF.
005180     CLOSE LETTER-TEMPLATE-FILE.
005190 1200-EXIT.
005200     EXIT.

005210 1210-LOAD-ONE-TEMPLATE-LINE.
005220     READ LETTER-TEMPLATE-FILE
005230         AT END
005240             MOVE "Y" TO WS-EOF-SW
005250             GO TO 1210-EXIT
005260     END-READ.
005270     IF LT-TYPE(1:1) = "*" OR LT-TYPE = SPACES
005280         GO TO 1210-EXIT
005290     END-IF.
005300     IF WS-TMPL-COUNT >= 300
005310         DISPLAY "LETTMPL HAS MORE THAN 300 LINES. NO LETTERS "
005320             "PRODUCED."
005330         MOVE "Y" TO WS-RUN-FAILED-SW
005340         MOVE "Y" TO WS-EOF-SW
005350         GO TO 1210-EXIT
005360     END-IF.
005370     ADD 1 TO WS-TMPL-COUNT.
005380     MOVE LT-TYPE TO WS-TMPL-TYPE(WS-TMPL-COUNT).
005390     MOVE LT-TEXT TO WS-TMPL-TEXT(WS-TMPL-COUNT).
005400 1210-EXIT.
005410     EXIT.

005420*****************************************************************
005430*    2000 - SEAT OFFERS APPENDED TO WAITLIST INSIDE THE WINDOW   *
005440*****************************************************************
005450 2000-SCAN-WAITLIST.
005460     OPEN INPUT WAITLIST-FILE.
005470     IF WS-WAIT-FILE-STATUS = "35"
005480         GO TO 2000-EXIT
005490     END-IF.
005500     IF WS-WAIT-FILE-STATUS NOT = "00"
005510         DISPLAY "UNABLE TO OPEN WAITLIST. STATUS="
005520             WS-WAIT-FILE-STATUS
005530         MOVE "Y" TO WS-RUN-FAILED-SW
005540         GO TO 2000-EXIT
005550     END-IF.
005560     MOVE "N" TO WS-EOF-SW.
005570     PERFORM 2100-CHECK-ONE-WAIT THRU 2100-EXIT
005580         UNTIL WS-EOF.
005590     CLOSE WAITLIST-FILE.
005600 2000-EXIT.
005610     EXIT.

005620 2100-CHECK-ONE-WAIT.
005630     READ WAITLIST-FILE
005640         AT END
005650             MOVE "Y" TO WS-EOF-SW
005660             GO TO 2100-EXIT
005670     END-READ.
005680     IF WS-WAIT-FILE-STATUS NOT = "00"
005690         DISPLAY "WAITLIST READ FAILED. STATUS="
005700             WS-WAIT-FILE-STATUS
005710         MOVE "Y" TO WS-RUN-FAILED-SW
005720         MOVE "Y" TO WS-EOF-SW
005730         GO TO 2100-EXIT
005740     END-IF.
005750     IF NOT WF-WAIT-OFFERED
005760         GO TO 2100-EXIT
005770     END-IF.
005780     MOVE SPACES TO WS-EVENT-STAMP.
005790     STRING WF-WAIT-DATE WF-WAIT-TIME
005800         DELIMITED BY SIZE INTO WS-EVENT-STAMP.
005810     IF WS-EVENT-STAMP NOT > WS-LAST-STAMP
005820             OR WS-EVENT-STAMP > WS-RUN-STAMP
005830         GO TO 2100-EXIT
005840     END-IF.
005850     MOVE SPACES TO WS-EVENT.
005860     MOVE "OFFER" TO WS-EV-TYPE.
005870     MOVE WF-WAIT-SNO TO WS-EV-SNO.
005880     MOVE WF-WAIT-NAME TO WS-EV-NAME.
005890     MOVE WF-WAIT-COURSE TO WS-EV-COURSE.
005900     MOVE WF-WAIT-DATE TO WS-EV-EFFECTIVE-DATE.
005910     MOVE WF-WAIT-DATE TO WS-EV-DATE.
005920     MOVE WF-WAIT-TIME TO WS-EV-TIME.
005930     PERFORM 4000-ISSUE-LETTER THRU 4000-EXIT.
005940     IF WS-RUN-FAILED
005950         MOVE "Y" TO WS-EOF-SW
005960     END-IF.
005970 2100-EXIT.
005980     EXIT.

005990*****************************************************************
006000*    3000 - STATUS, TRANSF AND MERGE AUDIT LINES INSIDE THE      *
006010*    WINDOW                                                      *
006020*****************************************************************
006030 3000-SCAN-AUDIT-LOG.
006040     OPEN INPUT AUDIT-LOG-FILE.
006050     IF WS-AUDIT-FILE-STATUS = "35"
006060         GO TO 3000-EXIT
006070     END-IF.
006080     IF WS-AUDIT-FILE-STATUS NOT = "00"
006090         DISPLAY "UNABLE TO OPEN AUDITLOG. STATUS="
006100             WS-AUDIT-FILE-STATUS
006110         MOVE "Y" TO WS-RUN-FAILED-SW
006120         GO TO 3000-EXIT
006130     END-IF.
006140     MOVE "N" TO WS-EOF-SW.
006150     PERFORM 3100-CHECK-ONE-AUDIT THRU 3100-EXIT
006160         UNTIL WS-EOF.
006170     CLOSE AUDIT-LOG-FILE.
006180 3000-EXIT.
006190     EXIT.

006200 3100-CHECK-ONE-AUDIT.
006210     READ AUDIT-LOG-FILE
006220         AT END
006230             MOVE "Y" TO WS-EOF-SW
006240             GO TO 3100-EXIT
006250     END-READ.
006260     IF WS-AUDIT-FILE-STATUS NOT = "00"
006270         DISPLAY "AUDITLOG READ FAILED. STATUS="
006280             WS-AUDIT-FILE-STATUS
006290         MOVE "Y" TO WS-RUN-FAILED-SW
006300         MOVE "Y" TO WS-EOF-SW
006310         GO TO 3100-EXIT
006320     END-IF.
006330     IF AUD-ACTION NOT = "STATUS" AND AUD-ACTION NOT = "TRANSF"
006340             AND AUD-ACTION NOT = "MERGE"
006350         GO TO 3100-EXIT
006360     END-IF.
006370     MOVE SPACES TO WS-EVENT-STAMP.
006380     STRING AUD-DATE AUD-TIME
006390         DELIMITED BY SIZE INTO WS-EVENT-STAMP.
006400     IF WS-EVENT-STAMP NOT > WS-LAST-STAMP
006410             OR WS-EVENT-STAMP > WS-RUN-STAMP
006420         GO TO 3100-EXIT
006430     END-IF.
006440*    A STATUS OR TRANSFER LETTER DESCRIBES THE STUDENT AFTER
006450*    THE CHANGE; A MERGE LINE'S NEW VALUE IS ONLY THE SURVIVING
006460*    NUMBER, SO ITS DETAILS COME FROM THE RETIRED RECORD.
006470     IF AUD-ACTION = "MERGE"
006480         MOVE AUD-OLD-VALUE TO WS-VALUE-PARSED
006490     ELSE
006500         MOVE AUD-NEW-VALUE TO WS-VALUE-PARSED
006510     END-IF.
006520     MOVE SPACES TO WS-EVENT.
006530     MOVE AUD-ACTION TO WS-EV-TYPE.
006540     MOVE AUD-SNO TO WS-EV-SNO.
006550     MOVE AV-NAME TO WS-EV-NAME.
006560     MOVE AV-COURSE TO WS-EV-COURSE.
006570     MOVE AV-MOBILE TO WS-EV-MOBILE.
006580     MOVE AV-LANDLINE TO WS-EV-LANDLINE.
006590     MOVE AV-STATUS TO WS-EV-STATUS.
006600     MOVE AUD-DATE TO WS-EV-EFFECTIVE-DATE.
006610     IF AUD-ACTION = "STATUS" AND AV-STATUS-DATE NOT = SPACES
006620         MOVE AV-STATUS-DATE TO WS-EV-EFFECTIVE-DATE
006630     END-IF.
006640     MOVE AUD-DATE TO WS-EV-DATE.
006650     MOVE AUD-TIME TO WS-EV-TIME.
006660     PERFORM 4000-ISSUE-LETTER THRU 4000-EXIT.
006670     IF WS-RUN-FAILED
006680         MOVE "Y" TO WS-EOF-SW
006690     END-IF.
006700 3100-EXIT.
006710     EXIT.

006720*****************************************************************
006730*    4000 - ONE EVENT: A LETTER AND ITS REGISTER LINE, OR AN     *
006740*    EXCEPTION LINE SAYING WHY NO LETTER WENT                    *
006750*****************************************************************
006760 4000-ISSUE-LETTER.
006770     ADD 1 TO WS-EVENTS-FOUND.
006780     PERFORM 4100-LOOK-UP-STUDENT THRU 4100-EXIT.
006790     IF WS-RUN-FAILED
006800         GO TO 4000-EXIT
006810     END-IF.
006820     IF NOT WS-RECORD-FOUND
006830             AND WS-EV-MOBILE = SPACES AND WS-EV-LANDLINE = SPACES
006840         MOVE "STUDENT NOT ON MASTER" TO EL-REASON
006850         PERFORM 4500-WRITE-EXCEPTION THRU 4500-EXIT
006860         GO TO 4000-EXIT
006870     END-IF.
006880     IF WS-EV-MOBILE = SPACES AND WS-EV-LANDLINE = SPACES
006890         MOVE "NO MOBILE OR LANDLINE ON FILE" TO EL-REASON
006900         PERFORM 4500-WRITE-EXCEPTION THRU 4500-EXIT
006910         GO TO 4000-EXIT
006920     END-IF.
006930     MOVE "N" TO WS-TEMPLATE-FOUND-SW.
006940     PERFORM 4200-CHECK-ONE-TEMPLATE-LINE THRU 4200-EXIT
006950         VARYING WS-TMPL-IX FROM 1 BY 1
006960         UNTIL WS-TMPL-IX > WS-TMPL-COUNT OR WS-TEMPLATE-FOUND.
006970     IF NOT WS-TEMPLATE-FOUND
006980         MOVE SPACES TO EL-REASON
006990         STRING "NO LETTER TEMPLATE FOR " WS-EV-TYPE
007000             DELIMITED BY SIZE INTO EL-REASON
007010         PERFORM 4500-WRITE-EXCEPTION THRU 4500-EXIT
007020         GO TO 4000-EXIT
007030     END-IF.
007040     PERFORM 4250-FILL-TITLE-AND-STATUS THRU 4250-EXIT.
007050     ADD 1 TO WS-LAST-LETTER.
007060     PERFORM 4300-PRINT-LETTER THRU 4300-EXIT.
007070     IF WS-RUN-FAILED
007080         GO TO 4000-EXIT
007090     END-IF.
007100     PERFORM 4400-REGISTER-LETTER THRU 4400-EXIT.
007110 4000-EXIT.
007120     EXIT.

007130*    THE CURRENT RECORD, FOUND THROUGH THE CROSS-REFERENCE FOR
007140*    A MERGED NUMBER, SUPPLIES THE NAME AND CONTACT DETAILS. AN
007150*    OFFER OR TRANSFER KEEPS ITS OWN COURSE, AND A STATUS LETTER
007160*    ITS OWN STATUS, WHATEVER HAS HAPPENED SINCE. ONLY "NOT
007170*    FOUND" MEANS NOT FOUND; ANY OTHER READ ERROR STOPS THE RUN.
007180 4100-LOOK-UP-STUDENT.
007190     MOVE "N" TO WS-RECORD-FOUND-SW.
007200     MOVE WS-EV-SNO TO SM-SNO.
007210     READ STUDENT-MASTER-FILE
007220         INVALID KEY
007230             CONTINUE
007240         NOT INVALID KEY
007250             MOVE "Y" TO WS-RECORD-FOUND-SW
007260     END-READ.
007270     IF WS-STUDENT-FILE-STATUS NOT = "00"
007280             AND WS-STUDENT-FILE-STATUS NOT = "23"
007290         DISPLAY "STUDMAST READ FAILED. STATUS="
007300             WS-STUDENT-FILE-STATUS
007310         MOVE "Y" TO WS-RUN-FAILED-SW
007320         GO TO 4100-EXIT
007330     END-IF.
007340     IF NOT WS-RECORD-FOUND AND WS-XREF-READY
007350         MOVE 0 TO WS-XREF-HOPS
007360         MOVE "N" TO WS-XREF-DEAD-END-SW
007370         PERFORM 4150-CHASE-ONE-HOP THRU 4150-EXIT
007380             UNTIL WS-RECORD-FOUND
007390             OR WS-XREF-HOPS > 4
007400             OR WS-XREF-DEAD-END
007410             OR WS-RUN-FAILED
007420     END-IF.
007430     IF NOT WS-RECORD-FOUND OR WS-RUN-FAILED
007440         GO TO 4100-EXIT
007450     END-IF.
007460     MOVE SM-SNO TO WS-EV-SNO.
007470     MOVE SM-FULLNAME TO WS-EV-NAME.
007480     MOVE SM-MOBILE TO WS-EV-MOBILE.
007490     MOVE SM-LANDLINE TO WS-EV-LANDLINE.
007500     IF WS-EV-TYPE = "MERGE"
007510         MOVE SM-COURSE TO WS-EV-COURSE
007520     END-IF.
007530 4100-EXIT.
007540     EXIT.

007550 4150-CHASE-ONE-HOP.
007560     ADD 1 TO WS-XREF-HOPS.
007570     MOVE SM-SNO TO XR-XREF-OLD-SNO.
007580     READ XREF-FILE
007590         INVALID KEY
007600             MOVE "Y" TO WS-XREF-DEAD-END-SW
007610     END-READ.
007620     IF WS-XREF-DEAD-END
007630         GO TO 4150-EXIT
007640     END-IF.
007650     IF WS-XREF-FILE-STATUS NOT = "00"
007660         DISPLAY "SNOXREF READ FAILED. STATUS="
007670             WS-XREF-FILE-STATUS
007680         MOVE "Y" TO WS-RUN-FAILED-SW
007690         GO TO 4150-EXIT
007700     END-IF.
007710     MOVE XR-XREF-NEW-SNO TO SM-SNO.
007720     READ STUDENT-MASTER-FILE
007730         INVALID KEY
007740             CONTINUE
007750         NOT INVALID KEY
007760             MOVE "Y" TO WS-RECORD-FOUND-SW
007770     END-READ.
007780     IF WS-STUDENT-FILE-STATUS NOT = "00"
007790             AND WS-STUDENT-FILE-STATUS NOT = "23"
007800         DISPLAY "STUDMAST READ FAILED. STATUS="
007810             WS-STUDENT-FILE-STATUS
007820         MOVE "Y" TO WS-RUN-FAILED-SW
007830     END-IF.
007840 4150-EXIT.
007850     EXIT.

007860 4200-CHECK-ONE-TEMPLATE-LINE.
007870     IF WS-TMPL-TYPE(WS-TMPL-IX) = WS-EV-TYPE
007880         MOVE "Y" TO WS-TEMPLATE-FOUND-SW
007890     END-IF.
007900 4200-EXIT.
007910     EXIT.

007920*    A CODE NOT ON THE COURSE MASTER PRINTS AS ITSELF, AS THE
007930*    CERTIFICATE DOES; THE LEGACY BLANK STATUS READS AS ACTIVE.
007940 4250-FILL-TITLE-AND-STATUS.
007950     MOVE WS-EV-COURSE TO WS-EV-TITLE.
007960     IF WS-COURSE-MASTER-READY AND WS-EV-COURSE NOT = SPACES
007970         MOVE WS-EV-COURSE TO CM-COURSE-CODE
007980         READ COURSE-MASTER-FILE
007990             INVALID KEY
008000                 CONTINUE
008010             NOT INVALID KEY
008020                 MOVE CM-COURSE-TITLE TO WS-EV-TITLE
008030         END-READ
008040     END-IF.
008050     EVALUATE WS-EV-STATUS
008060         WHEN "W"
008070             MOVE "WITHDRAWN" TO WS-EV-STATUS-TEXT
008080         WHEN "G"
008090             MOVE "GRADUATED" TO WS-EV-STATUS-TEXT
008100         WHEN OTHER
008110             MOVE "ACTIVE" TO WS-EV-STATUS-TEXT
008120     END-EVALUATE.
008130 4250-EXIT.
008140     EXIT.

008150*****************************************************************
008160*    4300 - THE LETTER: A NUMBERED HEADING, THEN EVERY TEMPLATE  *
008170*    LINE OF ITS TYPE WITH THE FIELDS FILLED IN. EACH LETTER     *
008180*    STARTS A NEW PAGE.                                          *
008190*****************************************************************
008200 4300-PRINT-LETTER.
008210     MOVE WS-LAST-LETTER TO LH1-LETTER-NO.
008220     WRITE LETTER-PRINT-RECORD FROM WS-LETTER-HEAD-1
008230         AFTER ADVANCING PAGE.
008240     MOVE WS-TODAY TO LH2-DATE.
008250     WRITE LETTER-PRINT-RECORD FROM WS-LETTER-HEAD-2
008260         AFTER ADVANCING 1.
008270     MOVE WS-EV-NAME TO LETTER-PRINT-RECORD.
008280     WRITE LETTER-PRINT-RECORD
008290         AFTER ADVANCING 2.
008300     MOVE SPACES TO LETTER-PRINT-RECORD.
008310     STRING "STUDENT NO " WS-EV-SNO
008320         DELIMITED BY SIZE INTO LETTER-PRINT-RECORD.
008330     WRITE LETTER-PRINT-RECORD
008340         AFTER ADVANCING 1.
008350     MOVE SPACES TO LETTER-PRINT-RECORD.
008360     WRITE LETTER-PRINT-RECORD
008370         AFTER ADVANCING 1.
008380     PERFORM 4310-PRINT-ONE-TEMPLATE-LINE THRU 4310-EXIT
008390         VARYING WS-TMPL-IX FROM 1 BY 1
008400         UNTIL WS-TMPL-IX > WS-TMPL-COUNT OR WS-RUN-FAILED.
008410 4300-EXIT.
008420     EXIT.

008430 4310-PRINT-ONE-TEMPLATE-LINE.
008440     IF WS-TMPL-TYPE(WS-TMPL-IX) NOT = WS-EV-TYPE
008450         GO TO 4310-EXIT
008460     END-IF.
008470     MOVE SPACES TO WS-LETTER-LINE.
008480     MOVE 1 TO WS-IN-POS.
008490     MOVE 1 TO WS-OUT-POS.
008500     PERFORM 4320-COPY-ONE-PIECE THRU 4320-EXIT
008510         UNTIL WS-IN-POS > 72 OR WS-OUT-POS > 132.
008520     WRITE LETTER-PRINT-RECORD FROM WS-LETTER-LINE
008530         AFTER ADVANCING 1.
008540     IF WS-PRINT-FILE-STATUS NOT = "00"
008550         DISPLAY "LETTERS WRITE FAILED. STATUS="
008560             WS-PRINT-FILE-STATUS
008570         MOVE "Y" TO WS-RUN-FAILED-SW
008580     END-IF.
008590 4310-EXIT.
008600     EXIT.

008610*    ONE CHARACTER OF TEMPLATE TEXT, OR ONE WHOLE FIELD NAME IN
008620*    ANGLE BRACKETS REPLACED BY ITS VALUE. A VALUE ENDS AT ITS
008630*    FIRST DOUBLE SPACE, SO IT SITS IN THE SENTENCE WITHOUT ITS
008640*    PADDING. A FIELD NAME ONLY COUNTS IF IT ENDS WITHIN THE 72
008650*    COLUMNS OF TEXT, SO EACH IS LOOKED FOR NO LATER THAN 73
008660*    LESS ITS OWN LENGTH.
008670 4320-COPY-ONE-PIECE.
008680     IF WS-TMPL-TEXT(WS-TMPL-IX)(WS-IN-POS:1) NOT = "<"
008690         STRING WS-TMPL-TEXT(WS-TMPL-IX)(WS-IN-POS:1)
008700             DELIMITED BY SIZE INTO WS-LETTER-LINE
008710             WITH POINTER WS-OUT-POS
008720         END-STRING
008730         ADD 1 TO WS-IN-POS
008740         GO TO 4320-EXIT
008750     END-IF.
008760     EVALUATE TRUE
008770         WHEN WS-IN-POS NOT > 67
008780                 AND WS-TMPL-TEXT(WS-TMPL-IX)(WS-IN-POS:6)
008790                     = "<NAME>"
008800             STRING WS-EV-NAME DELIMITED BY "  "
008810                 INTO WS-LETTER-LINE WITH POINTER WS-OUT-POS
008820             END-STRING
008830             ADD 6 TO WS-IN-POS
008840         WHEN WS-IN-POS NOT > 68
008850                 AND WS-TMPL-TEXT(WS-TMPL-IX)(WS-IN-POS:5)
008860                     = "<SNO>"
008870             STRING WS-EV-SNO DELIMITED BY "  "
008880                 INTO WS-LETTER-LINE WITH POINTER WS-OUT-POS
008890             END-STRING
008900             ADD 5 TO WS-IN-POS
008910         WHEN WS-IN-POS NOT > 65
008920                 AND WS-TMPL-TEXT(WS-TMPL-IX)(WS-IN-POS:8)
008930                     = "<COURSE>"
008940             STRING WS-EV-TITLE DELIMITED BY "  "
008950                 INTO WS-LETTER-LINE WITH POINTER WS-OUT-POS
008960             END-STRING
008970             ADD 8 TO WS-IN-POS
008980         WHEN WS-IN-POS NOT > 67
008990                 AND WS-TMPL-TEXT(WS-TMPL-IX)(WS-IN-POS:6)
009000                     = "<CODE>"
009010             STRING WS-EV-COURSE DELIMITED BY "  "
009020                 INTO WS-LETTER-LINE WITH POINTER WS-OUT-POS
009030             END-STRING
009040             ADD 6 TO WS-IN-POS
009050         WHEN WS-IN-POS NOT > 67
009060                 AND WS-TMPL-TEXT(WS-TMPL-IX)(WS-IN-POS:6)
009070                     = "<DATE>"
009080             STRING WS-EV-EFFECTIVE-DATE DELIMITED BY SIZE
009090                 INTO WS-LETTER-LINE WITH POINTER WS-OUT-POS
009100             END-STRING
009110             ADD 6 TO WS-IN-POS
009120         WHEN WS-IN-POS NOT > 65
009130                 AND WS-TMPL-TEXT(WS-TMPL-IX)(WS-IN-POS:8)
009140                     = "<STATUS>"
009150             STRING WS-EV-STATUS-TEXT DELIMITED BY " "
009160                 INTO WS-LETTER-LINE WITH POINTER WS-OUT-POS
009170             END-STRING
009180             ADD 8 TO WS-IN-POS
009190         WHEN OTHER
009200             STRING "<" DELIMITED BY SIZE
009210                 INTO WS-LETTER-LINE WITH POINTER WS-OUT-POS
009220             END-STRING
009230             ADD 1 TO WS-IN-POS
009240     END-EVALUATE.
009250 4320-EXIT.
009260     EXIT.

009270*    A LETTER THAT CANNOT BE REGISTERED CANNOT BE PROVED, SO
009280*    THE RUN STOPS THERE AND THE CONTROL DATE STAYS PUT. THE
009290*    LINE GOES TO LETTWRK; 7000 POSTS IT ONCE LETTERS IS CLOSED.
009300 4400-REGISTER-LETTER.
009310     MOVE WS-LAST-LETTER TO LR-LETTER-NO.
009320     MOVE WS-TODAY TO LR-SENT-DATE.
009330     PERFORM 8550-GET-TIME THRU 8550-EXIT.
009340     MOVE WS-NOW TO LR-SENT-TIME.
009350     MOVE WS-EV-TYPE TO LR-LETTER-TYPE.
009360     MOVE WS-EV-SNO TO LR-SNO.
009370     MOVE WS-EV-NAME TO LR-FULLNAME.
009380     MOVE WS-EV-COURSE TO LR-COURSE.
009390     MOVE WS-EV-EFFECTIVE-DATE TO LR-EFFECTIVE-DATE.
009400     MOVE WS-EV-DATE TO LR-EVENT-DATE.
009410     MOVE WS-EV-TIME TO LR-EVENT-TIME.
009420     WRITE LETTER-WORK-RECORD FROM LETTER-REGISTER-RECORD.
009430     IF WS-WORK-FILE-STATUS NOT = "00"
009440         DISPLAY "LETTWRK WRITE FAILED. STATUS="
009450             WS-WORK-FILE-STATUS
009460         DISPLAY "LETTER " WS-LAST-LETTER " COULD NOT BE "
009470             "REGISTERED."
009480         MOVE "Y" TO WS-RUN-FAILED-SW
009490         GO TO 4400-EXIT
009500     END-IF.
009510     ADD 1 TO WS-LETTERS-PRINTED.
009520 4400-EXIT.
009530     EXIT.

009540 4500-WRITE-EXCEPTION.
009550     MOVE WS-EV-SNO TO EL-SNO.
009560     MOVE WS-EV-NAME TO EL-NAME.
009570     MOVE WS-EV-TYPE TO EL-TYPE.
009580     MOVE WS-EV-EFFECTIVE-DATE TO EL-EFFECTIVE-DATE.
009590     WRITE LETTER-EXCEPTION-RECORD FROM WS-EXC-LINE
009600         AFTER ADVANCING 1.
009610     ADD 1 TO WS-EXCEPTIONS.
009620 4500-EXIT.
009630     EXIT.

009640*****************************************************************
009650*    7000 - POST THE REGISTER: ONLY WHEN EVERY LETTER IS SAFELY  *
009660*    ON LETTERS ARE THIS RUN'S LINES COPIED FROM LETTWRK TO      *
009670*    LETTREG. IF THE COPY ITSELF BREAKS, THE LETTERS STAND AND   *
009680*    THE WINDOW STILL MOVES, SO NOTHING IS PRINTED TWICE; THE    *
009690*    LINES NOT YET POSTED ARE NAMED FOR POSTING BY HAND.         *
009700*****************************************************************
009710 7000-POST-REGISTER.
009720     CLOSE LETTER-PRINT-FILE.
009730     MOVE "N" TO WS-PRINT-FILE-SW.
009740     IF WS-PRINT-FILE-STATUS NOT = "00"
009750         DISPLAY "LETTERS CLOSE FAILED. STATUS="
009760             WS-PRINT-FILE-STATUS
009770         MOVE "Y" TO WS-RUN-FAILED-SW
009780         GO TO 7000-EXIT
009790     END-IF.
009800     CLOSE LETTER-WORK-FILE.
009810     MOVE "N" TO WS-WORK-FILE-SW.
009820     OPEN INPUT LETTER-WORK-FILE.
009830     IF WS-WORK-FILE-STATUS NOT = "00"
009840         DISPLAY "UNABLE TO REOPEN LETTWRK. STATUS="
009850             WS-WORK-FILE-STATUS
009860         DISPLAY "LETTREG IS MISSING THIS RUN'S LETTERS. POST "
009870             "LETTWRK TO LETTREG BY HAND BEFORE THE NEXT RUN."
009880         GO TO 7000-EXIT
009890     END-IF.
009900     MOVE "Y" TO WS-WORK-FILE-SW.
009910     MOVE "N" TO WS-EOF-SW.
009920     PERFORM 7100-POST-ONE-LINE THRU 7100-EXIT
009930         UNTIL WS-EOF.
009940 7000-EXIT.
009950     EXIT.

009960 7100-POST-ONE-LINE.
009970     READ LETTER-WORK-FILE
009980         AT END
009990             MOVE "Y" TO WS-EOF-SW
010000             GO TO 7100-EXIT
010010     END-READ.
010020     IF WS-WORK-FILE-STATUS = "00"
010030         WRITE LETTER-REGISTER-RECORD FROM LETTER-WORK-RECORD
010040     END-IF.
010050     IF WS-WORK-FILE-STATUS NOT = "00"
010060             OR WS-REGISTER-FILE-STATUS NOT = "00"
010070         DISPLAY "LETTREG POSTING FAILED. STATUS="
010080             WS-WORK-FILE-STATUS "/" WS-REGISTER-FILE-STATUS
010090         DISPLAY "ONLY THE FIRST " WS-LINES-POSTED " LINES OF "
010100             "LETTWRK ARE ON LETTREG. POST THE REST BY HAND "
010110             "BEFORE THE NEXT RUN."
010120         MOVE "Y" TO WS-EOF-SW
010130         GO TO 7100-EXIT
010140     END-IF.
010150     ADD 1 TO WS-LINES-POSTED.
010160 7100-EXIT.
010170     EXIT.

010180*****************************************************************
010190*    8000 - THE CONTROL RECORD ALWAYS KEEPS THE LAST LETTER      *
010200*    NUMBER, SO NO NUMBER IS ISSUED TWICE; THE WINDOW ONLY       *
010210*    MOVES AFTER A CLEAN RUN, SO A FAILED RUN IS PICKED UP       *
010220*    AGAIN NEXT TIME                                             *
010230*****************************************************************
010240 8000-REWRITE-CONTROL.
010250     OPEN OUTPUT LETTER-CONTROL-FILE.
010260     IF WS-CONTROL-FILE-STATUS NOT = "00"
010270         DISPLAY "UNABLE TO REWRITE LETCTL. STATUS="
010280             WS-CONTROL-FILE-STATUS
010290         DISPLAY "THE NEXT RUN WILL REPEAT THESE LETTERS."
010300         GO TO 8000-EXIT
010310     END-IF.
010320     IF WS-RUN-FAILED
010330         MOVE WS-LAST-STAMP(1:10) TO LC-LAST-DATE
010340         MOVE WS-LAST-STAMP(11:8) TO LC-LAST-TIME
010350     ELSE
010360         MOVE WS-RUN-STAMP(1:10) TO LC-LAST-DATE
010370         MOVE WS-RUN-STAMP(11:8) TO LC-LAST-TIME
010380     END-IF.
010390     MOVE WS-LAST-LETTER TO LC-LAST-LETTER.
010400     WRITE LETTER-CONTROL-RECORD.
010410     IF WS-CONTROL-FILE-STATUS NOT = "00"
010420         DISPLAY "LETCTL WRITE FAILED. STATUS="
010430             WS-CONTROL-FILE-STATUS
010440         DISPLAY "THE NEXT RUN WILL REPEAT THESE LETTERS."
010450     END-IF.
010460     CLOSE LETTER-CONTROL-FILE.
010470 8000-EXIT.
010480     EXIT.

010490*****************************************************************
010500*    8550 - CURRENT TIME AS HH:MM:SS                             *
010510*****************************************************************
010520 8550-GET-TIME.
010530     ACCEPT WS-CURRENT-TIME FROM TIME.
010540     MOVE SPACES TO WS-NOW.
010550     STRING WS-CUR-HH ":" WS-CUR-MIN ":" WS-CUR-SEC
010560         DELIMITED BY SIZE INTO WS-NOW.
010570 8550-EXIT.
010580     EXIT.

010590*****************************************************************
010600*    9000 - TERMINATION                                          *
010610*****************************************************************
010620 9000-TERMINATE.
010630     IF WS-REPORT-FILE-READY
010640         MOVE "EVENTS FOUND" TO TL-TEXT
010650         MOVE WS-EVENTS-FOUND TO TL-COUNT
010660         WRITE LETTER-EXCEPTION-RECORD FROM WS-TOTAL-LINE
010670             AFTER ADVANCING 3
010680         MOVE "LETTERS PRINTED" TO TL-TEXT
010690         MOVE WS-LETTERS-PRINTED TO TL-COUNT
010700         WRITE LETTER-EXCEPTION-RECORD FROM WS-TOTAL-LINE
010710             AFTER ADVANCING 1
010720         MOVE "EXCEPTIONS (NO LETTER SENT)" TO TL-TEXT
010730         MOVE WS-EXCEPTIONS TO TL-COUNT
010740         WRITE LETTER-EXCEPTION-RECORD FROM WS-TOTAL-LINE
010750             AFTER ADVANCING 1
010760         CLOSE LETTER-EXCEPTION-FILE
010770     END-IF.
010780     IF WS-PRINT-FILE-READY
010790         CLOSE LETTER-PRINT-FILE
010800     END-IF.
010810     IF WS-REGISTER-FILE-READY
010820         CLOSE LETTER-REGISTER-FILE
010830     END-IF.
010840     IF WS-WORK-FILE-READY
010850         CLOSE LETTER-WORK-FILE
010860     END-IF.
010870     IF WS-STUDENT-MASTER-READY
010880         CLOSE STUDENT-MASTER-FILE
010890     END-IF.
010900     IF WS-COURSE-MASTER-READY
010910         CLOSE COURSE-MASTER-FILE
010920     END-IF.
010930     IF WS-XREF-READY
010940         CLOSE XREF-FILE
010950     END-IF.
010960     IF WS-RUN-FAILED
010970         DISPLAY "NOTIFICATION LETTERS STOPPED ON ERROR. THE "
010980             "WINDOW WAS NOT ADVANCED."
010990         IF WS-LETTERS-PRINTED > 0
011000             DISPLAY "NONE OF THIS RUN'S LETTERS WERE REGISTERED."
011010                 " DESTROY THEM; THE RERUN PRINTS THEM AGAIN."
011020         END-IF
011030     ELSE
011040         DISPLAY "NOTIFICATION LETTERS COMPLETE."
011050     END-IF.
011060     DISPLAY "EVENTS FOUND          : " WS-EVENTS-FOUND.
011070     DISPLAY "LETTERS PRINTED       : " WS-LETTERS-PRINTED.
011080     DISPLAY "EXCEPTIONS (LETTEXC)  : " WS-EXCEPTIONS.
011090     DISPLAY "REGISTER LINES POSTED : " WS-LINES-POSTED.
011100 9000-EXIT.
011110     EXIT.
