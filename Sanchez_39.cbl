000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SANCHEZ39.
000030 AUTHOR. J SANCHEZ.
000040 INSTALLATION. REGISTRAR SYSTEMS UNIT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    POINT-IN-TIME DIRECTORY RECONSTRUCTION                      *
000100*                                                                *
000110*    ANSWERS "WAS THIS STUDENT IN THIS COURSE ON THIS DATE?"     *
000120*    WITHOUT READING THE AUDIT LOG BY HAND. GIVEN AN AS-OF       *
000130*    DATE, IT LOADS THE NEWEST SANCHEZ10 BACKUP GENERATION       *
000140*    (STUDBK1-STUDBK5, STAMPS IN BACKCTL) TAKEN ON OR BEFORE     *
000150*    THAT DATE INTO A WORK COPY (ASOFWORK), THEN REPLAYS EVERY   *
000160*    AUDIT LINE STAMPED AFTER THE BACKUP AND NO LATER THAN THE   *
000170*    END OF THE AS-OF DAY, AS THE SANCHEZ06 RECONCILIATION       *
000180*    DOES. WHERE THE LIVE AUDITLOG NO LONGER REACHES BACK TO     *
000190*    THE BACKUP, THE AUDHYYYY HISTORY FILES LEFT BY THE          *
000200*    SANCHEZ19 ROLLOVER ARE REPLAYED FIRST, OLDEST YEAR FIRST.   *
000210*    THE DIRECTORY AS OF THE DATE GOES TO ASOFRPT FOR ONE        *
000220*    STUDENT (WITH THE CHANGES REPLAYED FOR THEM), ONE COURSE    *
000230*    OR THE WHOLE SCHOOL.                                        *
000240*                                                                *
000250*    THE REPORT ENDS ITS PREAMBLE WITH A VERDICT, RELIABLE OR    *
000260*    UNCERTAIN, AND EVERY REASON FOR DOUBT IS PRINTED: NO        *
000270*    BACKUP OLD ENOUGH (THE REPLAY THEN STARTS FROM AN EMPTY     *
000280*    DIRECTORY), A RESTORE (RESTOR) IN THE WINDOW, A HISTORY     *
000290*    YEAR FILE MISSING, A GENERATION WHOSE RECORD COUNT DOES     *
000300*    NOT MATCH BACKCTL, PRE-CUTOVER LINES THAT CANNOT BE         *
000310*    MAPPED, CHANGES THAT WOULD NOT APPLY AND UNKNOWN ACTIONS.   *
000320*    ENROLL-TERM IS NOT CARRIED IN THE AUDIT VALUE STRING, SO    *
000330*    THE REPORT DOES NOT SHOW IT. NOTHING BUT THE WORK COPY      *
000340*    AND THE REPORT IS WRITTEN.                                  *
000350*                                                                *
000360*    MODIFICATION HISTORY                                        *
000370*     DATE       BY   DESCRIPTION                                *
000380*     2026-10-15 JS   INITIAL VERSION                            *
000390*****************************************************************

000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. IBM-370.
000430 OBJECT-COMPUTER. IBM-370.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT BACKUP-CONTROL-FILE
000470         ASSIGN TO "BACKCTL"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-CONTROL-FILE-STATUS.
000500*    ONE SELECT SERVES ALL FIVE GENERATIONS, AS IN SANCHEZ10.
000510     SELECT BACKUP-FILE
000520         ASSIGN TO WS-BACKUP-NAME
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-BACKUP-FILE-STATUS.
000550     SELECT AUDIT-LOG-FILE
000560         ASSIGN TO "AUDITLOG"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000590*    ONE SELECT SERVES EVERY HISTORY YEAR, AS IN SANCHEZ08.
000600     SELECT AUDIT-HISTORY-FILE
000610         ASSIGN TO WS-HISTORY-NAME
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-HIST-FILE-STATUS.
000640     SELECT ASOF-WORK-FILE
000650         ASSIGN TO "ASOFWORK"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS AW-SNO
000690         FILE STATUS IS WS-WORK-FILE-STATUS.
000700     SELECT ASOF-REPORT-FILE
000710         ASSIGN TO "ASOFRPT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-REPORT-FILE-STATUS.

000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  BACKUP-CONTROL-FILE.
000770 01  BACKUP-CONTROL-RECORD.
000780     02  BC-SLOT                       PIC 9(01).
000790     02  BC-DATE                       PIC X(10).
000800     02  BC-TIME                       PIC X(08).
000810     02  BC-COUNT                      PIC 9(07).
000820     02  BC-USED                       PIC X(01).

000830 FD  BACKUP-FILE.
000840 01  BACKUP-RECORD.
000850     COPY STUDREC
000860         REPLACING ==03== BY ==02==
000870             ==FULLNAME== BY ==BK-FULLNAME==
000880             ==SNO== BY ==BK-SNO==
000890             ==COURSE== BY ==BK-COURSE==
000900             ==CONTACT-INFO== BY ==BK-CONTACT-INFO==
000910             ==MOBILE== BY ==BK-MOBILE==
000920             ==LANDLINE== BY ==BK-LANDLINE==
000930             ==AGE== BY ==BK-AGE==
000940             ==STATUS-CODE== BY ==BK-STATUS-CODE==
000950             ==STUDENT-ACTIVE== BY ==BK-STUDENT-ACTIVE==
000960             ==STUDENT-WITHDRAWN== BY ==BK-STUDENT-WITHDRAWN==
000970             ==STUDENT-GRADUATED== BY ==BK-STUDENT-GRADUATED==
000980             ==STATUS-DATE== BY ==BK-STATUS-DATE==
000990             ==ENROLL-TERM== BY ==BK-ENROLL-TERM==.

001000 FD  AUDIT-LOG-FILE.
001010 01  AUDIT-LOG-RECORD                 PIC X(428).

001020 FD  AUDIT-HISTORY-FILE.
001030 01  AUDIT-HISTORY-RECORD             PIC X(428).

001040 FD  ASOF-WORK-FILE.
001050 01  ASOF-WORK-RECORD.
001060     COPY STUDREC
001070         REPLACING ==03== BY ==02==
001080             ==FULLNAME== BY ==AW-FULLNAME==
001090             ==SNO== BY ==AW-SNO==
001100             ==COURSE== BY ==AW-COURSE==
001110             ==CONTACT-INFO== BY ==AW-CONTACT-INFO==
001120             ==MOBILE== BY ==AW-MOBILE==
001130             ==LANDLINE== BY ==AW-LANDLINE==
001140             ==AGE== BY ==AW-AGE==
001150             ==STATUS-CODE== BY ==AW-STATUS-CODE==
001160             ==STUDENT-ACTIVE== BY ==AW-STUDENT-ACTIVE==
001170             ==STUDENT-WITHDRAWN== BY ==AW-STUDENT-WITHDRAWN==
001180             ==STUDENT-GRADUATED== BY ==AW-STUDENT-GRADUATED==
001190             ==STATUS-DATE== BY ==AW-STATUS-DATE==
001200             ==ENROLL-TERM== BY ==AW-ENROLL-TERM==.

001210 FD  ASOF-REPORT-FILE.
001220 01  ASOF-REPORT-RECORD               PIC X(132).

001230 WORKING-STORAGE SECTION.
001240*    THE ENTRY BEING REPLAYED, FROM EITHER THE LIVE LOG OR A
001250*    HISTORY FILE, SO ONE SET OF PARAGRAPHS SERVES BOTH.
001260 01  WS-AUDIT-ENTRY.
001270     COPY AUDITREC
001280         REPLACING ==AUDIT-DATE== BY ==AUD-DATE==
001290             ==AUDIT-TIME== BY ==AUD-TIME==
001300             ==AUDIT-SNO== BY ==AUD-SNO==
001310             ==AUDIT-ACTION== BY ==AUD-ACTION==
001320             ==AUDIT-OLD-VALUE== BY ==AUD-OLD-VALUE==
001330             ==AUDIT-NEW-VALUE== BY ==AUD-NEW-VALUE==
001340             ==AUDIT-OPERATOR== BY ==AUD-OPERATOR==.
001350 01  WS-AUDIT-RAW REDEFINES WS-AUDIT-ENTRY
001360                                   PIC X(428).
001370 01  WS-NEW-VALUE-PARSED.
001380     COPY AUDVAL
001390         REPLACING ==VAL-NAME== BY ==AVN-NAME==
001400             ==VAL-SNO== BY ==AVN-SNO==
001410             ==VAL-COURSE== BY ==AVN-COURSE==
001420             ==VAL-MOBILE== BY ==AVN-MOBILE==
001430             ==VAL-LANDLINE== BY ==AVN-LANDLINE==
001440             ==VAL-AGE== BY ==AVN-AGE==
001450             ==VAL-STATUS== BY ==AVN-STATUS==
001460             ==VAL-STATUS-DATE== BY ==AVN-STATUS-DATE==.

001470 77  WS-CONTROL-FILE-STATUS        PIC X(02).
001480 77  WS-BACKUP-FILE-STATUS         PIC X(02).
001490 77  WS-AUDIT-FILE-STATUS          PIC X(02).
001500 77  WS-HIST-FILE-STATUS           PIC X(02).
001510 77  WS-WORK-FILE-STATUS           PIC X(02).
001520 77  WS-REPORT-FILE-STATUS         PIC X(02).

001530 77  WS-BACKUP-NAME                PIC X(08).
001540 77  WS-HISTORY-NAME               PIC X(08).
001550     COPY AUDCUTOF.

001560*    WHAT TO RECONSTRUCT.
001570 77  WS-ASOF-DATE                  PIC X(10).
001580 77  WS-DATE-ANSWER                PIC X(10).
001590 77  WS-DATE-OK-SW                 PIC X(01).
001600         88  WS-DATE-OK                             VALUE "Y".
001610 77  WS-SCOPE-ANSWER               PIC X(01).
001620         88  WS-SCOPE-STUDENT                       VALUE "S".
001630         88  WS-SCOPE-COURSE                        VALUE "C".
001640         88  WS-SCOPE-SCHOOL                        VALUE "A".
001650 77  WS-SELECT-SNO                 PIC X(30)    VALUE SPACES.
001660 77  WS-SELECT-COURSE              PIC X(20)    VALUE SPACES.

001670*    THE STARTING GENERATION. THE STAMP IS DATE + TIME, SO ONE
001680*    COMPARE ORDERS GENERATIONS AND AUDIT LINES ALIKE.
001690 77  WS-BASE-SLOT                  PIC 9(01)    VALUE 0.
001700 77  WS-BASE-DATE                  PIC X(10)    VALUE SPACES.
001710 77  WS-BASE-TIME                  PIC X(08)    VALUE SPACES.
001720 77  WS-BASE-COUNT                 PIC 9(07)    VALUE 0.
001730 77  WS-BASE-STAMP                 PIC X(18)    VALUE LOW-VALUES.
001740 77  WS-THIS-STAMP                 PIC X(18).
001750 77  WS-ENTRY-STAMP                PIC X(18).

001760*    WHERE THE LIVE LOG STARTS, AND WHICH HISTORY YEARS TO READ.
001770 77  WS-LIVE-FIRST-DATE            PIC X(10)    VALUE HIGH-VALUES.
001780 77  WS-LIVE-MISSING-SW            PIC X(01)    VALUE "N".
001790         88  WS-LIVE-MISSING                        VALUE "Y".
001800 77  WS-NEED-HISTORY-SW            PIC X(01)    VALUE "N".
001810         88  WS-NEED-HISTORY                        VALUE "Y".
001820 77  WS-READING-HISTORY-SW         PIC X(01)    VALUE "N".
001830         88  WS-READING-HISTORY                     VALUE "Y".
001840 77  WS-HIST-FROM-YEAR             PIC 9(04).
001850 77  WS-HIST-TO-YEAR               PIC 9(04).
001860 77  WS-HIST-YEAR                  PIC 9(04).
001870 77  WS-LIVE-FIRST-YEAR            PIC 9(04)    VALUE 0.
001880 77  WS-ASOF-YEAR                  PIC 9(04).
001890 77  WS-PROBE-FOUND-SW             PIC X(01).
001900         88  WS-PROBE-FOUND                         VALUE "Y".

001910 77  WS-EOF-SW                     PIC X(01)    VALUE "N".
001920         88  WS-EOF                                 VALUE "Y".
001930         88  WS-NOT-EOF                             VALUE "N".
001940 77  WS-RUN-FAILED-SW              PIC X(01)    VALUE "N".
001950         88  WS-RUN-FAILED                          VALUE "Y".
001960 77  WS-REPORT-OPEN-SW             PIC X(01)    VALUE "N".
001970         88  WS-REPORT-OPEN                         VALUE "Y".

001980 77  WS-COPY-COUNT                 PIC 9(07) COMP VALUE 0.
001990 77  WS-REPLAY-COUNT               PIC 9(07) COMP VALUE 0.
002000 77  WS-RESTORE-COUNT              PIC 9(05) COMP VALUE 0.
002010 77  WS-APPLY-ERRORS               PIC 9(05) COMP VALUE 0.
002020 77  WS-UNKNOWN-COUNT              PIC 9(05) COMP VALUE 0.
002030 77  WS-OLD-FORMAT-COUNT           PIC 9(05) COMP VALUE 0.
002040 77  WS-UNCERTAIN-COUNT            PIC 9(05) COMP VALUE 0.
002050 77  WS-LISTED-COUNT               PIC 9(07) COMP VALUE 0.
002060 77  WS-DISP-COUNT                 PIC Z,ZZZ,ZZ9.

002070 01  WS-DATE-FIELDS.
002080         05  WS-CURRENT-DATE           PIC 9(08).
002090 01  WS-DATE-BREAKDOWN REDEFINES WS-DATE-FIELDS.
002100         05  WS-CUR-YYYY               PIC 9(04).
002110         05  WS-CUR-MM                 PIC 9(02).
002120         05  WS-CUR-DD                 PIC 9(02).
002130 77  WS-RUN-DATE                   PIC X(10).

002140 01  WS-HEADING-1.
002150         05  FILLER                    PIC X(42)
002160             VALUE " POINT-IN-TIME DIRECTORY RECONSTRUCTION".
002170         05  FILLER                    PIC X(10)
002180             VALUE "RUN DATE: ".
002190         05  RH1-RUN-DATE              PIC X(10).
002200         05  FILLER                    PIC X(12)
002210             VALUE "   AS OF: ".
002220         05  RH1-ASOF-DATE             PIC X(10).

002230 01  WS-HEADING-2.
002240         05  FILLER                    PIC X(08)
002250             VALUE " SCOPE: ".
002260         05  RH2-SCOPE                 PIC X(60).

002270*    FREE-TEXT LINE FOR THE BASIS, THE NOTES AND THE VERDICT.
002280 01  WS-NOTE-LINE.
002290         05  FILLER                    PIC X(01)    VALUE SPACES.
002300         05  NL-TEXT                   PIC X(131).

002310 01  WS-CHANGE-LINE.
002320         05  FILLER                    PIC X(03)    VALUE SPACES.
002330         05  CL-DATE                   PIC X(10).
002340         05  FILLER                    PIC X(01)    VALUE SPACES.
002350         05  CL-TIME                   PIC X(08).
002360         05  FILLER                    PIC X(01)    VALUE SPACES.
002370         05  CL-ACTION                 PIC X(06).
002380         05  FILLER                    PIC X(01)    VALUE SPACES.
002390         05  CL-OPERATOR               PIC X(08).
002400         05  FILLER                    PIC X(08)
002410             VALUE " COURSE=".
002420         05  CL-COURSE                 PIC X(20).
002430         05  FILLER                    PIC X(08)
002440             VALUE " STATUS=".
002450         05  CL-STATUS                 PIC X(01).

002460 01  WS-COLUMN-LINE.
002470         05  FILLER                    PIC X(32)
002480             VALUE " STUDENT NO".
002490         05  FILLER                    PIC X(31)
002500             VALUE "NAME".
002510         05  FILLER                    PIC X(21)
002520             VALUE "COURSE".
002530         05  FILLER                    PIC X(10)
002540             VALUE "STATUS".
002550         05  FILLER                    PIC X(11)
002560             VALUE "STATUS DATE".

002570 01  WS-DIRECTORY-LINE.
002580         05  FILLER                    PIC X(01)    VALUE SPACES.
002590         05  DL-SNO                    PIC X(30).
002600         05  FILLER                    PIC X(01)    VALUE SPACES.
002610         05  DL-NAME                   PIC X(30).
002620         05  FILLER                    PIC X(01)    VALUE SPACES.
002630         05  DL-COURSE                 PIC X(20).
002640         05  FILLER                    PIC X(01)    VALUE SPACES.
002650         05  DL-STATUS                 PIC X(09).
002660         05  FILLER                    PIC X(01)    VALUE SPACES.
002670         05  DL-STATUS-DATE            PIC X(10).

002680 01  WS-TOTAL-LINE.
002690         05  FILLER                    PIC X(01)    VALUE SPACES.
002700         05  TL-TEXT                   PIC X(40).
002710         05  TL-COUNT                  PIC Z,ZZZ,ZZ9.

002720 PROCEDURE DIVISION.

002730 0000-MAINLINE.
002740     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002750     IF WS-RUN-FAILED
002760         GO TO 0000-WRAP-UP
002770     END-IF.
002780     PERFORM 2000-PICK-GENERATION THRU 2000-EXIT.
002790     PERFORM 3000-LOAD-BASE THRU 3000-EXIT.
002800     IF WS-RUN-FAILED
002810         GO TO 0000-WRAP-UP
002820     END-IF.
002830     PERFORM 4000-REPLAY-AUDIT THRU 4000-EXIT.
002840     IF WS-RUN-FAILED
002850         GO TO 0000-WRAP-UP
002860     END-IF.
002870     PERFORM 5000-WRITE-DIRECTORY THRU 5000-EXIT.
002880 0000-WRAP-UP.
002890     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002900     STOP RUN.

002910*****************************************************************
002920*    1000 - THE AS-OF DATE, THE SCOPE AND THE REPORT HEADINGS    *
002930*****************************************************************
002940 1000-INITIALIZE.
002950     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002960     MOVE SPACES TO WS-RUN-DATE.
002970     STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD
002980         DELIMITED BY SIZE INTO WS-RUN-DATE.
002990     DISPLAY "POINT-IN-TIME DIRECTORY RECONSTRUCTION.".
003000     DISPLAY "AS-OF DATE (YYYY-MM-DD)".
003010     PERFORM 1100-ACCEPT-VALID-DATE THRU 1100-EXIT.
003020     MOVE WS-DATE-ANSWER TO WS-ASOF-DATE.
003030     MOVE WS-ASOF-DATE(1:4) TO WS-ASOF-YEAR.
003040     DISPLAY "S = ONE STUDENT, C = ONE COURSE, A = WHOLE SCHOOL".
003050     DISPLAY "SCOPE: " WITH NO ADVANCING.
003060     ACCEPT WS-SCOPE-ANSWER.
003070     INSPECT WS-SCOPE-ANSWER CONVERTING "sca" TO "SCA".
003080     EVALUATE TRUE
003090         WHEN WS-SCOPE-STUDENT
003100             DISPLAY "STUDENT NUMBER: " WITH NO ADVANCING
003110             ACCEPT WS-SELECT-SNO
003120             IF WS-SELECT-SNO = SPACES
003130                 DISPLAY "NO STUDENT NUMBER GIVEN."
003140                 MOVE "Y" TO WS-RUN-FAILED-SW
003150             END-IF
003160         WHEN WS-SCOPE-COURSE
003170             DISPLAY "COURSE CODE: " WITH NO ADVANCING
003180             ACCEPT WS-SELECT-COURSE
003190             IF WS-SELECT-COURSE = SPACES
003200                 DISPLAY "NO COURSE CODE GIVEN."
003210                 MOVE "Y" TO WS-RUN-FAILED-SW
003220             END-IF
003230         WHEN WS-SCOPE-SCHOOL
003240             CONTINUE
003250         WHEN OTHER
003260             DISPLAY "SCOPE MUST BE S, C OR A."
003270             MOVE "Y" TO WS-RUN-FAILED-SW
003280     END-EVALUATE.
003290     IF WS-RUN-FAILED
003300         GO TO 1000-EXIT
003310     END-IF.
003320     OPEN OUTPUT ASOF-REPORT-FILE.
003330     IF WS-REPORT-FILE-STATUS NOT = "00"
003340         DISPLAY "UNABLE TO OPEN ASOFRPT. STATUS="
003350             WS-REPORT-FILE-STATUS
003360         MOVE "Y" TO WS-RUN-FAILED-SW
003370         GO TO 1000-EXIT
003380     END-IF.
003390     MOVE "Y" TO WS-REPORT-OPEN-SW.
003400     MOVE WS-RUN-DATE TO RH1-RUN-DATE.
003410     MOVE WS-ASOF-DATE TO RH1-ASOF-DATE.
003420     WRITE ASOF-REPORT-RECORD FROM WS-HEADING-1.
003430     MOVE SPACES TO RH2-SCOPE.
003440     EVALUATE TRUE
003450         WHEN WS-SCOPE-STUDENT
003460             STRING "STUDENT " WS-SELECT-SNO
003470                 DELIMITED BY SIZE INTO RH2-SCOPE
003480         WHEN WS-SCOPE-COURSE
003490             STRING "COURSE " WS-SELECT-COURSE
003500                 DELIMITED BY SIZE INTO RH2-SCOPE
003510         WHEN OTHER
003520             MOVE "WHOLE SCHOOL" TO RH2-SCOPE
003530     END-EVALUATE.
003540     WRITE ASOF-REPORT-RECORD FROM WS-HEADING-2
003550         AFTER ADVANCING 1.
003560 1000-EXIT.
003570     EXIT.

003580*    A MALFORMED OR FUTURE DATE WOULD RECONSTRUCT NOTHING
003590*    USEFUL, SO RE-PROMPT UNTIL THE ANSWER IS A PAST YYYY-MM-DD.
003600 1100-ACCEPT-VALID-DATE.
003610     MOVE "N" TO WS-DATE-OK-SW.
003620     PERFORM 1110-PROMPT-AND-CHECK-DATE THRU 1110-EXIT
003630         UNTIL WS-DATE-OK.
003640 1100-EXIT.
003650     EXIT.

003660 1110-PROMPT-AND-CHECK-DATE.
003670     DISPLAY "DATE: " WITH NO ADVANCING.
003680     ACCEPT WS-DATE-ANSWER.
003690     IF WS-DATE-ANSWER(1:4) IS NUMERIC AND
003700             WS-DATE-ANSWER(5:1) = "-" AND
003710             WS-DATE-ANSWER(6:2) IS NUMERIC AND
003720             WS-DATE-ANSWER(8:1) = "-" AND
003730             WS-DATE-ANSWER(9:2) IS NUMERIC
003740         CONTINUE
003750     ELSE
003760         DISPLAY "DATE MUST BE YYYY-MM-DD. TRY AGAIN."
003770         GO TO 1110-EXIT
003780     END-IF.
003790     IF WS-DATE-ANSWER > WS-RUN-DATE
003800         DISPLAY "DATE IS IN THE FUTURE. TRY AGAIN."
003810         GO TO 1110-EXIT
003820     END-IF.
003830     MOVE "Y" TO WS-DATE-OK-SW.
003840 1110-EXIT.
003850     EXIT.

003860*****************************************************************
003870*    2000 - THE NEWEST GENERATION TAKEN ON OR BEFORE THE AS-OF   *
003880*    DATE. A BACKUP TAKEN DURING THE AS-OF DAY QUALIFIES; THE    *
003890*    REST OF THAT DAY IS REPLAYED ON TOP OF IT                   *
003900*****************************************************************
003910 2000-PICK-GENERATION.
003920     OPEN INPUT BACKUP-CONTROL-FILE.
003930     IF WS-CONTROL-FILE-STATUS NOT = "00"
003940         MOVE SPACES TO NL-TEXT
003950         STRING "UNCERTAIN: BACKCTL COULD NOT BE OPENED (STATUS "
003960             WS-CONTROL-FILE-STATUS "); NO GENERATION CAN BE "
003970             "USED."
003980             DELIMITED BY SIZE INTO NL-TEXT
003990         PERFORM 4900-WRITE-UNCERTAIN THRU 4900-EXIT
004000         GO TO 2000-EXIT
004010     END-IF.
004020     MOVE "N" TO WS-EOF-SW.
004030     PERFORM 2100-CHECK-ONE-GENERATION THRU 2100-EXIT
004040         UNTIL WS-EOF.
004050     CLOSE BACKUP-CONTROL-FILE.
004060 2000-EXIT.
004070     EXIT.

004080 2100-CHECK-ONE-GENERATION.
004090     READ BACKUP-CONTROL-FILE
004100         AT END
004110             MOVE "Y" TO WS-EOF-SW
004120             GO TO 2100-EXIT
004130     END-READ.
004140     IF WS-CONTROL-FILE-STATUS NOT = "00"
004150         DISPLAY "BACKCTL READ FAILED. STATUS="
004160             WS-CONTROL-FILE-STATUS
004170         MOVE "Y" TO WS-EOF-SW
004180         GO TO 2100-EXIT
004190     END-IF.
004200     IF BC-SLOT IS NOT NUMERIC OR BC-SLOT < 1 OR BC-SLOT > 5
004210             OR BC-USED NOT = "Y"
004220             OR BC-DATE > WS-ASOF-DATE
004230         GO TO 2100-EXIT
004240     END-IF.
004250     MOVE SPACES TO WS-THIS-STAMP.
004260     STRING BC-DATE BC-TIME DELIMITED BY SIZE INTO WS-THIS-STAMP.
004270     IF WS-BASE-SLOT = 0 OR WS-THIS-STAMP > WS-BASE-STAMP
004280         MOVE BC-SLOT TO WS-BASE-SLOT
004290         MOVE BC-DATE TO WS-BASE-DATE
004300         MOVE BC-TIME TO WS-BASE-TIME
004310         MOVE WS-THIS-STAMP TO WS-BASE-STAMP
004320         MOVE 0 TO WS-BASE-COUNT
004330         IF BC-COUNT IS NUMERIC
004340             MOVE BC-COUNT TO WS-BASE-COUNT
004350         END-IF
004360     END-IF.
004370 2100-EXIT.
004380     EXIT.

004390*****************************************************************
004400*    3000 - LOAD THE STARTING GENERATION INTO THE WORK COPY, OR  *
004410*    START EMPTY WHEN NO GENERATION IS OLD ENOUGH                *
004420*****************************************************************
004430 3000-LOAD-BASE.
004440     OPEN OUTPUT ASOF-WORK-FILE.
004450     IF WS-WORK-FILE-STATUS NOT = "00"
004460         DISPLAY "UNABLE TO CREATE ASOFWORK. STATUS="
004470             WS-WORK-FILE-STATUS
004480         MOVE "Y" TO WS-RUN-FAILED-SW
004490         GO TO 3000-EXIT
004500     END-IF.
004510     IF WS-BASE-SLOT = 0
004520         MOVE LOW-VALUES TO WS-BASE-STAMP
004530         MOVE SPACES TO NL-TEXT
004540         STRING "UNCERTAIN: NO BACKUP GENERATION WAS TAKEN ON OR "
004550             "BEFORE " WS-ASOF-DATE "; THE REPLAY STARTS FROM AN "
004560             "EMPTY DIRECTORY." DELIMITED BY SIZE INTO NL-TEXT
004570         PERFORM 4900-WRITE-UNCERTAIN THRU 4900-EXIT
004580         GO TO 3000-EXIT
004590     END-IF.
004600     MOVE SPACES TO WS-BACKUP-NAME.
004610     STRING "STUDBK" WS-BASE-SLOT
004620         DELIMITED BY SIZE INTO WS-BACKUP-NAME.
004630     OPEN INPUT BACKUP-FILE.
004640     IF WS-BACKUP-FILE-STATUS NOT = "00"
004650         MOVE SPACES TO NL-TEXT
004660         STRING "UNCERTAIN: GENERATION FILE " WS-BACKUP-NAME
004670             " COULD NOT BE OPENED (STATUS " WS-BACKUP-FILE-STATUS
004680             "); THE REPLAY STARTS FROM AN EMPTY DIRECTORY."
004690             DELIMITED BY SIZE INTO NL-TEXT
004700         PERFORM 4900-WRITE-UNCERTAIN THRU 4900-EXIT
004710         MOVE LOW-VALUES TO WS-BASE-STAMP
004720         MOVE 0 TO WS-BASE-SLOT
004730         GO TO 3000-EXIT
004740     END-IF.
004750     MOVE "N" TO WS-EOF-SW.
004760     PERFORM 3100-LOAD-ONE-RECORD THRU 3100-EXIT
004770         UNTIL WS-EOF.
004780     CLOSE BACKUP-FILE.
004790     MOVE WS-COPY-COUNT TO WS-DISP-COUNT.
004800     MOVE SPACES TO NL-TEXT.
004810     STRING "STARTED FROM BACKUP GENERATION " WS-BASE-SLOT
004820         " TAKEN " WS-BASE-DATE " " WS-BASE-TIME " ("
004830         WS-DISP-COUNT " RECORDS)." DELIMITED BY SIZE
004840         INTO NL-TEXT.
004850     WRITE ASOF-REPORT-RECORD FROM WS-NOTE-LINE
004860         AFTER ADVANCING 2.
004870*    A COUNT MISMATCH MEANS THE GENERATION FILE WAS TRUNCATED
004880*    OR ALTERED SINCE ITS BACKUP, AS SANCHEZ10 WARNS ON RESTORE.
004890     IF WS-COPY-COUNT NOT = WS-BASE-COUNT
004900         MOVE SPACES TO NL-TEXT
004910         STRING "UNCERTAIN: BACKCTL RECORDED " WS-BASE-COUNT
004920             " RECORDS FOR THIS GENERATION; THE FILE HOLDS A "
004930             "DIFFERENT NUMBER." DELIMITED BY SIZE INTO NL-TEXT
004940         PERFORM 4900-WRITE-UNCERTAIN THRU 4900-EXIT
004950     END-IF.
004960 3000-EXIT.
004970     EXIT.

004980 3100-LOAD-ONE-RECORD.
004990     READ BACKUP-FILE
005000         AT END
005010             MOVE "Y" TO WS-EOF-SW
005020             GO TO 3100-EXIT
005030     END-READ.
005040     IF WS-BACKUP-FILE-STATUS NOT = "00"
005050         MOVE SPACES TO NL-TEXT
005060         STRING "UNCERTAIN: " WS-BACKUP-NAME
005070             " READ FAILED (STATUS "
005080             WS-BACKUP-FILE-STATUS "); THE GENERATION IS ONLY "
005090             "PARTLY LOADED." DELIMITED BY SIZE INTO NL-TEXT
005100         PERFORM 4900-WRITE-UNCERTAIN THRU 4900-EXIT
005110         MOVE "Y" TO WS-EOF-SW
005120         GO TO 3100-EXIT
005130     END-IF.
005140     MOVE BACKUP-RECORD TO ASOF-WORK-RECORD.
005150     WRITE ASOF-WORK-RECORD.
005160     IF WS-WORK-FILE-STATUS NOT = "00"
005170         ADD 1 TO WS-APPLY-ERRORS
005180         DISPLAY "DUPLICATE OR BAD GENERATION RECORD " BK-SNO
005190             " STATUS=" WS-WORK-FILE-STATUS
005200         GO TO 3100-EXIT
005210     END-IF.
005220     ADD 1 TO WS-COPY-COUNT.
005230 3100-EXIT.
005240     EXIT.

005250*****************************************************************
005260*    4000 - REPLAY THE AUDIT LINES IN THE WINDOW: HISTORY YEARS  *
005270*    FIRST WHEN THE LIVE LOG DOES NOT REACH BACK TO THE BACKUP,  *
005280*    THEN THE LIVE LOG. THE ROLLOVER MOVES LINES RATHER THAN     *
005290*    COPYING THEM, SO NO LINE IS SEEN TWICE                      *
005300*****************************************************************
005310 4000-REPLAY-AUDIT.
005320     CLOSE ASOF-WORK-FILE.
005330     OPEN I-O ASOF-WORK-FILE.
005340     IF WS-WORK-FILE-STATUS NOT = "00"
005350         DISPLAY "UNABLE TO REOPEN ASOFWORK. STATUS="
005360             WS-WORK-FILE-STATUS
005370         MOVE "Y" TO WS-RUN-FAILED-SW
005380         GO TO 4000-EXIT
005390     END-IF.
005400     IF WS-SCOPE-STUDENT
005410         MOVE SPACES TO NL-TEXT
005420         MOVE "CHANGES REPLAYED FOR THIS STUDENT:" TO NL-TEXT
005430         WRITE ASOF-REPORT-RECORD FROM WS-NOTE-LINE
005440             AFTER ADVANCING 2
005450     END-IF.
005460     PERFORM 4100-FIND-LIVE-START THRU 4100-EXIT.
005470*    THE LIVE LOG COVERS THE WINDOW ONLY WHEN ITS FIRST LINE IS
005480*    DATED BEFORE THE BACKUP DAY; ON THE BACKUP DAY ITSELF THE
005490*    ROLLOVER MAY HAVE TAKEN THE EARLIER PART OF THE DAY.
005500     IF WS-LIVE-FIRST-DATE >= WS-BASE-DATE
005510             OR WS-BASE-SLOT = 0
005520         MOVE "Y" TO WS-NEED-HISTORY-SW
005530     END-IF.
005540     IF WS-NEED-HISTORY
005550         PERFORM 4150-SET-HISTORY-YEARS THRU 4150-EXIT
005560         MOVE "Y" TO WS-READING-HISTORY-SW
005570         PERFORM 4200-REPLAY-ONE-YEAR THRU 4200-EXIT
005580             VARYING WS-HIST-YEAR FROM WS-HIST-FROM-YEAR BY 1
005590             UNTIL WS-HIST-YEAR > WS-HIST-TO-YEAR
005600         MOVE "N" TO WS-READING-HISTORY-SW
005610     END-IF.
005620     IF NOT WS-LIVE-MISSING
005630         PERFORM 4300-REPLAY-LIVE-LOG THRU 4300-EXIT
005640     END-IF.
005650 4000-EXIT.
005660     EXIT.

005670 4100-FIND-LIVE-START.
005680     OPEN INPUT AUDIT-LOG-FILE.
005690     IF WS-AUDIT-FILE-STATUS NOT = "00"
005700         MOVE "Y" TO WS-LIVE-MISSING-SW
005710         MOVE SPACES TO NL-TEXT
005720         STRING "UNCERTAIN: AUDITLOG COULD NOT BE OPENED (STATUS "
005730             WS-AUDIT-FILE-STATUS "); ONLY HISTORY FILES ARE "
005740             "REPLAYED." DELIMITED BY SIZE INTO NL-TEXT
005750         PERFORM 4900-WRITE-UNCERTAIN THRU 4900-EXIT
005760         GO TO 4100-EXIT
005770     END-IF.
005780     READ AUDIT-LOG-FILE
005790         AT END
005800             CONTINUE
005810         NOT AT END
005820             MOVE AUDIT-LOG-RECORD TO WS-AUDIT-RAW
005830             MOVE AUD-DATE TO WS-LIVE-FIRST-DATE
005840     END-READ.
005850     CLOSE AUDIT-LOG-FILE.
005860 4100-EXIT.
005870     EXIT.

005880*    THE HISTORY YEARS RUN FROM THE BACKUP'S YEAR TO THE YEAR
005890*    THE LIVE LOG STARTS (OR THE AS-OF YEAR, IF EARLIER). WITH
005900*    NO BACKUP THEY RUN FROM THE OLDEST UNBROKEN YEAR ON FILE.
005910 4150-SET-HISTORY-YEARS.
005920     MOVE WS-ASOF-YEAR TO WS-HIST-TO-YEAR.
005930     IF NOT WS-LIVE-MISSING
005940             AND WS-LIVE-FIRST-DATE NOT = HIGH-VALUES
005950         MOVE WS-LIVE-FIRST-DATE(1:4) TO WS-LIVE-FIRST-YEAR
005960         IF WS-LIVE-FIRST-YEAR < WS-HIST-TO-YEAR
005970             MOVE WS-LIVE-FIRST-YEAR TO WS-HIST-TO-YEAR
005980         END-IF
005990     END-IF.
006000     IF WS-BASE-SLOT NOT = 0
006010         MOVE WS-BASE-DATE(1:4) TO WS-HIST-FROM-YEAR
006020         GO TO 4150-EXIT
006030     END-IF.
006040     MOVE WS-HIST-TO-YEAR TO WS-HIST-FROM-YEAR.
006050     MOVE "Y" TO WS-PROBE-FOUND-SW.
006060     PERFORM 4160-PROBE-EARLIER-YEAR THRU 4160-EXIT
006070         UNTIL NOT WS-PROBE-FOUND.
006080 4150-EXIT.
006090     EXIT.

006100 4160-PROBE-EARLIER-YEAR.
006110     COMPUTE WS-HIST-YEAR = WS-HIST-FROM-YEAR - 1.
006120     MOVE SPACES TO WS-HISTORY-NAME.
006130     STRING "AUDH" WS-HIST-YEAR
006140         DELIMITED BY SIZE INTO WS-HISTORY-NAME.
006150     OPEN INPUT AUDIT-HISTORY-FILE.
006160     IF WS-HIST-FILE-STATUS = "00"
006170         CLOSE AUDIT-HISTORY-FILE
006180         MOVE WS-HIST-YEAR TO WS-HIST-FROM-YEAR
006190     ELSE
006200         MOVE "N" TO WS-PROBE-FOUND-SW
006210     END-IF.
006220 4160-EXIT.
006230     EXIT.

006240*    A YEAR FILE MISSING BEFORE THE YEAR THE LIVE LOG STARTS IS
006250*    A GAP IN THE TRAIL. THE LIVE LOG'S OWN FIRST YEAR MAY
006260*    LEGITIMATELY HAVE NO FILE WHEN THE ROLLOVER CUT AT YEAR END.
006270 4200-REPLAY-ONE-YEAR.
006280     MOVE SPACES TO WS-HISTORY-NAME.
006290     STRING "AUDH" WS-HIST-YEAR
006300         DELIMITED BY SIZE INTO WS-HISTORY-NAME.
006310     OPEN INPUT AUDIT-HISTORY-FILE.
006320     IF WS-HIST-FILE-STATUS NOT = "00"
006330         IF WS-HIST-YEAR = WS-LIVE-FIRST-YEAR
006340             GO TO 4200-EXIT
006350         END-IF
006360         MOVE SPACES TO NL-TEXT
006370         STRING "UNCERTAIN: HISTORY FILE " WS-HISTORY-NAME
006380             " COULD NOT BE OPENED (STATUS " WS-HIST-FILE-STATUS
006390             "); CHANGES FROM THAT YEAR MAY BE MISSING."
006400             DELIMITED BY SIZE INTO NL-TEXT
006410         PERFORM 4900-WRITE-UNCERTAIN THRU 4900-EXIT
006420         GO TO 4200-EXIT
006430     END-IF.
006440     MOVE "N" TO WS-EOF-SW.
006450     PERFORM 4210-REPLAY-ONE-HISTORY THRU 4210-EXIT
006460         UNTIL WS-EOF.
006470     CLOSE AUDIT-HISTORY-FILE.
006480 4200-EXIT.
006490     EXIT.

006500 4210-REPLAY-ONE-HISTORY.
006510     READ AUDIT-HISTORY-FILE
006520         AT END
006530             MOVE "Y" TO WS-EOF-SW
006540             GO TO 4210-EXIT
006550     END-READ.
006560     IF WS-HIST-FILE-STATUS NOT = "00"
006570         MOVE SPACES TO NL-TEXT
006580         STRING "UNCERTAIN: " WS-HISTORY-NAME " READ FAILED "
006590             "(STATUS " WS-HIST-FILE-STATUS "); THE REST OF THAT "
006600             "YEAR WAS NOT REPLAYED." DELIMITED BY SIZE
006610             INTO NL-TEXT
006620         PERFORM 4900-WRITE-UNCERTAIN THRU 4900-EXIT
006630         MOVE "Y" TO WS-EOF-SW
006640         GO TO 4210-EXIT
006650     END-IF.
006660     MOVE AUDIT-HISTORY-RECORD TO WS-AUDIT-RAW.
006670     PERFORM 4500-REPLAY-ONE-ENTRY THRU 4500-EXIT.
006680 4210-EXIT.
006690     EXIT.

006700 4300-REPLAY-LIVE-LOG.
006710     OPEN INPUT AUDIT-LOG-FILE.
006720     IF WS-AUDIT-FILE-STATUS NOT = "00"
006730         MOVE SPACES TO NL-TEXT
006740         STRING "UNCERTAIN: AUDITLOG COULD NOT BE REOPENED "
006750             "(STATUS "
006760             WS-AUDIT-FILE-STATUS ")." DELIMITED BY SIZE
006770             INTO NL-TEXT
006780         PERFORM 4900-WRITE-UNCERTAIN THRU 4900-EXIT
006790         GO TO 4300-EXIT
006800     END-IF.
006810     MOVE "N" TO WS-EOF-SW.
006820     PERFORM 4310-REPLAY-ONE-LIVE THRU 4310-EXIT
006830         UNTIL WS-EOF.
006840     CLOSE AUDIT-LOG-FILE.
006850 4300-EXIT.
006860     EXIT.

006870 4310-REPLAY-ONE-LIVE.
006880     READ AUDIT-LOG-FILE
006890         AT END
006900             MOVE "Y" TO WS-EOF-SW
006910             GO TO 4310-EXIT
006920     END-READ.
006930     IF WS-AUDIT-FILE-STATUS NOT = "00"
006940         MOVE SPACES TO NL-TEXT
006950         STRING "UNCERTAIN: AUDITLOG READ FAILED (STATUS "
006960             WS-AUDIT-FILE-STATUS "); THE REST OF THE LOG WAS "
006970             "NOT "
006980             "REPLAYED." DELIMITED BY SIZE INTO NL-TEXT
006990         PERFORM 4900-WRITE-UNCERTAIN THRU 4900-EXIT
007000         MOVE "Y" TO WS-EOF-SW
007010         GO TO 4310-EXIT
007020     END-IF.
007030     MOVE AUDIT-LOG-RECORD TO WS-AUDIT-RAW.
007040     PERFORM 4500-REPLAY-ONE-ENTRY THRU 4500-EXIT.
007050 4310-EXIT.
007060     EXIT.

007070*****************************************************************
007080*    4500 - ONE AUDIT LINE: IN THE WINDOW, APPLIED AS SANCHEZ06  *
007090*    APPLIES IT                                                  *
007100*****************************************************************
007110 4500-REPLAY-ONE-ENTRY.
007120     IF AUD-DATE = SPACES
007130         GO TO 4500-EXIT
007140     END-IF.
007150     MOVE SPACES TO WS-ENTRY-STAMP.
007160     STRING AUD-DATE AUD-TIME DELIMITED BY SIZE
007170         INTO WS-ENTRY-STAMP.
007180     IF WS-ENTRY-STAMP NOT > WS-BASE-STAMP
007190             OR AUD-DATE > WS-ASOF-DATE
007200         GO TO 4500-EXIT
007210     END-IF.
007220*    HISTORY FILES ARE ALREADY CONVERTED TO THE CURRENT LAYOUT,
007230*    SO ONLY THE LIVE LOG CAN STILL HOLD A PRE-CUTOVER SHORT
007240*    LINE, WHOSE VALUES CANNOT BE MAPPED.
007250     IF AUD-DATE < WS-FORMAT-CUTOVER-DATE
007260             AND NOT WS-READING-HISTORY
007270         ADD 1 TO WS-OLD-FORMAT-COUNT
007280         GO TO 4500-EXIT
007290     END-IF.
007300     EVALUATE AUD-ACTION
007310         WHEN "ADD"
007320         WHEN "UNARCH"
007330             PERFORM 4600-APPLY-ADD THRU 4600-EXIT
007340         WHEN "EDIT"
007350         WHEN "STATUS"
007360         WHEN "TRANSF"
007370             PERFORM 4610-APPLY-REWRITE THRU 4610-EXIT
007380         WHEN "DELETE"
007390         WHEN "ARCHIV"
007400         WHEN "MERGE"
007410             PERFORM 4620-APPLY-DELETE THRU 4620-EXIT
007420         WHEN "LOCKOV"
007430             CONTINUE
007440*        A RESTORE PUT THE WHOLE MASTER BACK TO AN EARLIER
007450*        GENERATION, WHICH THE REPLAY CANNOT FOLLOW LINE BY LINE.
007460         WHEN "RESTOR"
007470             ADD 1 TO WS-RESTORE-COUNT
007480             MOVE SPACES TO NL-TEXT
007490             STRING "UNCERTAIN: THE MASTER WAS RESTORED ON "
007500                 AUD-DATE " " AUD-TIME " - " AUD-NEW-VALUE(1:60)
007510                 DELIMITED BY SIZE INTO NL-TEXT
007520             PERFORM 4900-WRITE-UNCERTAIN THRU 4900-EXIT
007530         WHEN OTHER
007540             ADD 1 TO WS-UNKNOWN-COUNT
007550     END-EVALUATE.
007560     IF WS-SCOPE-STUDENT AND AUD-SNO = WS-SELECT-SNO
007570         PERFORM 4800-SHOW-STUDENT-CHANGE THRU 4800-EXIT
007580     END-IF.
007590 4500-EXIT.
007600     EXIT.

007610 4600-APPLY-ADD.
007620     ADD 1 TO WS-REPLAY-COUNT.
007630     MOVE SPACES TO ASOF-WORK-RECORD.
007640     PERFORM 4650-BUILD-RECORD-FROM-NEW THRU 4650-EXIT.
007650     WRITE ASOF-WORK-RECORD.
007660     IF WS-WORK-FILE-STATUS NOT = "00"
007670         ADD 1 TO WS-APPLY-ERRORS
007680     END-IF.
007690 4600-EXIT.
007700     EXIT.

007710*    THE RECORD IS READ FIRST SO THE FIELDS THE VALUE STRING
007720*    DOES NOT CARRY (ENROLL-TERM) SURVIVE THE REWRITE.
007730 4610-APPLY-REWRITE.
007740     ADD 1 TO WS-REPLAY-COUNT.
007750     MOVE AUD-SNO TO AW-SNO.
007760     READ ASOF-WORK-FILE
007770         INVALID KEY
007780             ADD 1 TO WS-APPLY-ERRORS
007790             GO TO 4610-EXIT
007800     END-READ.
007810     PERFORM 4650-BUILD-RECORD-FROM-NEW THRU 4650-EXIT.
007820     REWRITE ASOF-WORK-RECORD.
007830     IF WS-WORK-FILE-STATUS NOT = "00"
007840         ADD 1 TO WS-APPLY-ERRORS
007850     END-IF.
007860 4610-EXIT.
007870     EXIT.

007880 4620-APPLY-DELETE.
007890     ADD 1 TO WS-REPLAY-COUNT.
007900     MOVE AUD-SNO TO AW-SNO.
007910     DELETE ASOF-WORK-FILE RECORD
007920         INVALID KEY
007930             ADD 1 TO WS-APPLY-ERRORS
007940     END-DELETE.
007950 4620-EXIT.
007960     EXIT.

007970 4650-BUILD-RECORD-FROM-NEW.
007980     MOVE AUD-NEW-VALUE TO WS-NEW-VALUE-PARSED.
007990     MOVE AVN-NAME TO AW-FULLNAME.
008000     MOVE AUD-SNO TO AW-SNO.
008010     MOVE AVN-COURSE TO AW-COURSE.
008020     MOVE AVN-MOBILE TO AW-MOBILE.
008030     MOVE AVN-LANDLINE TO AW-LANDLINE.
008040     MOVE AVN-AGE TO AW-AGE.
008050     MOVE AVN-STATUS TO AW-STATUS-CODE.
008060     MOVE AVN-STATUS-DATE TO AW-STATUS-DATE.
008070 4650-EXIT.
008080     EXIT.

008090 4800-SHOW-STUDENT-CHANGE.
008100     MOVE AUD-DATE TO CL-DATE.
008110     MOVE AUD-TIME TO CL-TIME.
008120     MOVE AUD-ACTION TO CL-ACTION.
008130     MOVE AUD-OPERATOR TO CL-OPERATOR.
008140     MOVE AUD-NEW-VALUE TO WS-NEW-VALUE-PARSED.
008150     MOVE AVN-COURSE TO CL-COURSE.
008160     MOVE AVN-STATUS TO CL-STATUS.
008170     WRITE ASOF-REPORT-RECORD FROM WS-CHANGE-LINE
008180         AFTER ADVANCING 1.
008190 4800-EXIT.
008200     EXIT.

008210*    EVERY REASON FOR DOUBT IS PRINTED WHERE IT IS FOUND AND
008220*    COUNTED FOR THE VERDICT.
008230 4900-WRITE-UNCERTAIN.
008240     ADD 1 TO WS-UNCERTAIN-COUNT.
008250     WRITE ASOF-REPORT-RECORD FROM WS-NOTE-LINE
008260         AFTER ADVANCING 1.
008270 4900-EXIT.
008280     EXIT.

008290*****************************************************************
008300*    5000 - THE VERDICT, THEN THE DIRECTORY AS OF THE DATE       *
008310*****************************************************************
008320 5000-WRITE-DIRECTORY.
008330     IF WS-OLD-FORMAT-COUNT > 0
008340         MOVE WS-OLD-FORMAT-COUNT TO WS-DISP-COUNT
008350         MOVE SPACES TO NL-TEXT
008360         STRING "UNCERTAIN: " WS-DISP-COUNT " AUDIT LINES BEFORE "
008370             WS-FORMAT-CUTOVER-DATE " USE THE OLD SHORT FORMAT "
008380             "AND WERE NOT REPLAYED." DELIMITED BY SIZE
008390             INTO NL-TEXT
008400         PERFORM 4900-WRITE-UNCERTAIN THRU 4900-EXIT
008410     END-IF.
008420     IF WS-APPLY-ERRORS > 0
008430         MOVE WS-APPLY-ERRORS TO WS-DISP-COUNT
008440         MOVE SPACES TO NL-TEXT
008450         STRING "UNCERTAIN: " WS-DISP-COUNT " RECORDS OR AUDITED "
008460             "CHANGES COULD NOT BE APPLIED TO THE WORK COPY."
008470             DELIMITED BY SIZE INTO NL-TEXT
008480         PERFORM 4900-WRITE-UNCERTAIN THRU 4900-EXIT
008490     END-IF.
008500     IF WS-UNKNOWN-COUNT > 0
008510         MOVE WS-UNKNOWN-COUNT TO WS-DISP-COUNT
008520         MOVE SPACES TO NL-TEXT
008530         STRING "UNCERTAIN: " WS-DISP-COUNT
008540             " AUDIT LINES CARRY AN "
008550             "UNRECOGNIZED ACTION AND WERE NOT REPLAYED."
008560             DELIMITED BY SIZE INTO NL-TEXT
008570         PERFORM 4900-WRITE-UNCERTAIN THRU 4900-EXIT
008580     END-IF.
008590     MOVE WS-REPLAY-COUNT TO WS-DISP-COUNT.
008600     MOVE SPACES TO NL-TEXT.
008610     STRING WS-DISP-COUNT " AUDITED CHANGES REPLAYED UP TO THE "
008620         "END OF " WS-ASOF-DATE "." DELIMITED BY SIZE
008630         INTO NL-TEXT.
008640     WRITE ASOF-REPORT-RECORD FROM WS-NOTE-LINE
008650         AFTER ADVANCING 2.
008660     MOVE SPACES TO NL-TEXT.
008670     IF WS-UNCERTAIN-COUNT = 0
008680         MOVE "RECONSTRUCTION: RELIABLE" TO NL-TEXT
008690     ELSE
008700         MOVE WS-UNCERTAIN-COUNT TO WS-DISP-COUNT
008710         STRING "RECONSTRUCTION: UNCERTAIN - " WS-DISP-COUNT
008720             " REASON(S) GIVEN ABOVE. DO NOT RELY ON IT WITHOUT "
008730             "CHECKING THE AUDIT TRAIL." DELIMITED BY SIZE
008740             INTO NL-TEXT
008750     END-IF.
008760     WRITE ASOF-REPORT-RECORD FROM WS-NOTE-LINE
008770         AFTER ADVANCING 1.
008780     WRITE ASOF-REPORT-RECORD FROM WS-COLUMN-LINE
008790         AFTER ADVANCING 2.
008800     IF WS-SCOPE-STUDENT
008810         PERFORM 5100-LIST-ONE-STUDENT THRU 5100-EXIT
008820     ELSE
008830         PERFORM 5200-LIST-DIRECTORY THRU 5200-EXIT
008840     END-IF.
008850     MOVE "STUDENTS LISTED" TO TL-TEXT.
008860     MOVE WS-LISTED-COUNT TO TL-COUNT.
008870     WRITE ASOF-REPORT-RECORD FROM WS-TOTAL-LINE
008880         AFTER ADVANCING 2.
008890     CLOSE ASOF-WORK-FILE.
008900 5000-EXIT.
008910     EXIT.

008920 5100-LIST-ONE-STUDENT.
008930     MOVE WS-SELECT-SNO TO AW-SNO.
008940     READ ASOF-WORK-FILE
008950         INVALID KEY
008960             MOVE SPACES TO NL-TEXT
008970             STRING "STUDENT " WS-SELECT-SNO " WAS NOT ON THE "
008980                 "DIRECTORY AS OF " WS-ASOF-DATE "."
008990                 DELIMITED BY SIZE INTO NL-TEXT
009000             WRITE ASOF-REPORT-RECORD FROM WS-NOTE-LINE
009010                 AFTER ADVANCING 1
009020             GO TO 5100-EXIT
009030     END-READ.
009040     PERFORM 5300-WRITE-ONE-LINE THRU 5300-EXIT.
009050 5100-EXIT.
009060     EXIT.

009070 5200-LIST-DIRECTORY.
009080     MOVE "N" TO WS-EOF-SW.
009090     MOVE LOW-VALUES TO AW-SNO.
009100     START ASOF-WORK-FILE
009110         KEY IS NOT LESS THAN AW-SNO.
009120     IF WS-WORK-FILE-STATUS NOT = "00"
009130         GO TO 5200-EXIT
009140     END-IF.
009150     PERFORM 5210-LIST-ONE-RECORD THRU 5210-EXIT
009160         UNTIL WS-EOF.
009170 5200-EXIT.
009180     EXIT.

009190 5210-LIST-ONE-RECORD.
009200     READ ASOF-WORK-FILE NEXT RECORD.
009210     IF WS-WORK-FILE-STATUS NOT = "00"
009220         MOVE "Y" TO WS-EOF-SW
009230         GO TO 5210-EXIT
009240     END-IF.
009250     IF WS-SCOPE-COURSE AND AW-COURSE NOT = WS-SELECT-COURSE
009260         GO TO 5210-EXIT
009270     END-IF.
009280     PERFORM 5300-WRITE-ONE-LINE THRU 5300-EXIT.
009290 5210-EXIT.
009300     EXIT.

009310 5300-WRITE-ONE-LINE.
009320     MOVE AW-SNO TO DL-SNO.
009330     MOVE AW-FULLNAME TO DL-NAME.
009340     MOVE AW-COURSE TO DL-COURSE.
009350     EVALUATE TRUE
009360         WHEN AW-STUDENT-WITHDRAWN
009370             MOVE "WITHDRAWN" TO DL-STATUS
009380         WHEN AW-STUDENT-GRADUATED
009390             MOVE "GRADUATED" TO DL-STATUS
009400         WHEN OTHER
009410             MOVE "ACTIVE" TO DL-STATUS
009420     END-EVALUATE.
009430     MOVE AW-STATUS-DATE TO DL-STATUS-DATE.
009440     WRITE ASOF-REPORT-RECORD FROM WS-DIRECTORY-LINE
009450         AFTER ADVANCING 1.
009460     ADD 1 TO WS-LISTED-COUNT.
009470 5300-EXIT.
009480     EXIT.

009490*****************************************************************
009500*    9000 - TERMINATION                                          *
009510*****************************************************************
009520 9000-TERMINATE.
009530     IF WS-REPORT-OPEN
009540         CLOSE ASOF-REPORT-FILE
009550     END-IF.
009560     IF WS-RUN-FAILED
009570         DISPLAY "RECONSTRUCTION NOT PRODUCED."
009580         GO TO 9000-EXIT
009590     END-IF.
009600     IF WS-UNCERTAIN-COUNT = 0
009610         DISPLAY "RECONSTRUCTION WRITTEN TO ASOFRPT: RELIABLE."
009620     ELSE
009630         DISPLAY "RECONSTRUCTION WRITTEN TO ASOFRPT: UNCERTAIN - "
009640             "READ THE REASONS IN THE REPORT."
009650     END-IF.
009660 9000-EXIT.
009670     EXIT.
