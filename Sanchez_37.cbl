000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SANCHEZ37.
000030 AUTHOR. J SANCHEZ.
000040 INSTALLATION. REGISTRAR SYSTEMS UNIT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    ENROLLMENT CENSUS FREEZE AND OFFICIAL SUBMISSION            *
000100*                                                                *
000110*    THE OFFICIAL ENROLLMENT FIGURES FOR A TERM ARE THOSE AS OF  *
000120*    ITS CENSUS DATE (TERMREC TERM-CENSUS-DATE, SET IN           *
000130*    SANCHEZ21). RUN ON OR AFTER THAT DATE, THIS BATCH TAKES A   *
000140*    FROZEN COPY OF EVERY STUDENT WHOSE ENROLL-TERM IS THE       *
000150*    TERM, WITH THEIR COURSE'S DEPARTMENT AS IT STANDS, INTO     *
000160*    THE TERM'S PERMANENT CENSUS FILE ("CENS" + TERM CODE,       *
000170*    LAYOUT IN CENSREC.CPY). A STUDENT COUNTS AS ENROLLED ON     *
000180*    THE CENSUS DATE WHEN ACTIVE, OR WHEN WITHDRAWN OR           *
000190*    GRADUATED AFTER IT. RUN IT ON THE CENSUS DATE ITSELF WHERE  *
000200*    POSSIBLE - A STUDENT ADDED BETWEEN THE CENSUS DATE AND THE  *
000210*    FREEZE CANNOT BE TOLD APART AND IS INCLUDED.                *
000220*                                                                *
000230*    THE FREEZE IS BUILT IN THE WORK FILE CENSWORK AND ONLY      *
000240*    COPIED TO THE CENSUS FILE AFTER IT CLOSES CLEAN. ONCE A     *
000250*    TERM'S CENSUS FILE IS COMPLETE (HEADER, DETAILS, MATCHING   *
000260*    TRAILER) NO LATER RUN EVER OPENS IT FOR OUTPUT AGAIN; A     *
000270*    RERUN REPORTS FROM THE FROZEN COPY, SO THE SAME FIGURES     *
000280*    COME OUT EVERY TIME. A CENSUS FILE LEFT UNFINISHED BY A     *
000290*    FAILED COPY IS REBUILT FROM CENSWORK, BUT ONLY WHEN         *
000300*    CENSWORK IS ITSELF COMPLETE AND FOR THE SAME TERM.          *
000310*                                                                *
000320*    FROM THE FROZEN COPY IT WRITES                              *
000330*      CENSSUB  THE STATUTORY SUBMISSION FILE: A HEADER, ONE     *
000340*               RECORD PER ENROLLED STUDENT AND A TRAILER        *
000350*               CARRYING THE COUNT                               *
000360*      CENSRPT  THE PRINTED CENSUS SUMMARY BY DEPARTMENT AND     *
000370*               COURSE (SORTED ON SORTWK8)                       *
000380*    SANCHEZ38 LATER COMPARES THE LIVE MASTER WITH THE CENSUS.   *
000390*                                                                *
000400*    MODIFICATION HISTORY                                        *
000410*     DATE       BY   DESCRIPTION                                *
000420*     2026-10-15 JS   INITIAL VERSION                            *
000430*****************************************************************

000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. IBM-370.
000470 OBJECT-COMPUTER. IBM-370.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT TERM-MASTER-FILE
000510         ASSIGN TO "TERMMST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS TM-TERM-CODE
000550         FILE STATUS IS WS-TERM-FILE-STATUS.
000560     SELECT STUDENT-MASTER-FILE
000570         ASSIGN TO "STUDMAST"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS SM-SNO
000610         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000620     SELECT COURSE-MASTER-FILE
000630         ASSIGN TO "COURSMST"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS CM-COURSE-CODE
000670         FILE STATUS IS WS-COURSE-FILE-STATUS.
000680*    THE LOGICAL NAME IS SET TO CENS + THE TERM CODE BEFORE
000690*    EACH OPEN, AS SANCHEZ10 NAMES ITS BACKUP GENERATIONS.
000700     SELECT CENSUS-FILE
000710         ASSIGN TO WS-CENSUS-NAME
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-CENSUS-FILE-STATUS.
000740     SELECT CENSUS-WORK-FILE
000750         ASSIGN TO "CENSWORK"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-CENSUS-WORK-STATUS.
000780     SELECT SUBMISSION-FILE
000790         ASSIGN TO "CENSSUB"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-SUBMIT-FILE-STATUS.
000820     SELECT SORT-WORK-FILE
000830         ASSIGN TO "SORTWK8".
000840     SELECT CENSUS-REPORT-FILE
000850         ASSIGN TO "CENSRPT"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-REPORT-FILE-STATUS.

000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  TERM-MASTER-FILE.
000910 01  TERM-MASTER-RECORD.
000920     COPY TERMREC
000930         REPLACING ==03== BY ==02==
000940             ==TERM-CODE== BY ==TM-TERM-CODE==
000950             ==TERM-START-DATE== BY ==TM-TERM-START-DATE==
000960             ==TERM-END-DATE== BY ==TM-TERM-END-DATE==
000970             ==TERM-CURRENT-FLAG== BY ==TM-TERM-CURRENT-FLAG==
000980             ==TERM-IS-CURRENT== BY ==TM-TERM-IS-CURRENT==
000990             ==TERM-CENSUS-DATE== BY ==TM-TERM-CENSUS-DATE==.

001000 FD  STUDENT-MASTER-FILE.
001010 01  STUDENT-MASTER-RECORD.
001020     COPY STUDREC
001030         REPLACING ==03== BY ==02==
001040             ==FULLNAME== BY ==SM-FULLNAME==
001050             ==SNO== BY ==SM-SNO==
001060             ==COURSE== BY ==SM-COURSE==
001070             ==CONTACT-INFO== BY ==SM-CONTACT-INFO==
001080             ==MOBILE== BY ==SM-MOBILE==
001090             ==LANDLINE== BY ==SM-LANDLINE==
001100             ==AGE== BY ==SM-AGE==
001110             ==STATUS-CODE== BY ==SM-STATUS-CODE==
001120             ==STUDENT-ACTIVE== BY ==SM-STUDENT-ACTIVE==
001130             ==STUDENT-WITHDRAWN== BY ==SM-STUDENT-WITHDRAWN==
001140             ==STUDENT-GRADUATED== BY ==SM-STUDENT-GRADUATED==
001150             ==STATUS-DATE== BY ==SM-STATUS-DATE==
001160             ==ENROLL-TERM== BY ==SM-ENROLL-TERM==.

001170 FD  COURSE-MASTER-FILE.
001180 01  COURSE-MASTER-RECORD.
001190     COPY COURSREC
001200         REPLACING ==03== BY ==02==
001210             ==COURSE-CODE== BY ==CM-COURSE-CODE==
001220             ==COURSE-TITLE== BY ==CM-COURSE-TITLE==
001230             ==DEPARTMENT== BY ==CM-DEPARTMENT==
001240             ==OFFERED-FLAG== BY ==CM-OFFERED-FLAG==
001250             ==COURSE-OFFERED== BY ==CM-COURSE-OFFERED==
001260             ==COURSE-CLOSED== BY ==CM-COURSE-CLOSED==
001270             ==MAX-SEATS== BY ==CM-MAX-SEATS==.

001280*    BOTH CENSUS FILES ARE READ INTO AND WRITTEN FROM THE ONE
001290*    CENSREC WORK AREA BELOW.
001300 FD  CENSUS-FILE.
001310 01  CENSUS-FILE-RECORD               PIC X(140).

001320 FD  CENSUS-WORK-FILE.
001330 01  CENSUS-WORK-RECORD               PIC X(140).

001340 FD  SUBMISSION-FILE.
001350 01  SUBMISSION-RECORD                PIC X(104).

001360 SD  SORT-WORK-FILE.
001370 01  SORT-WORK-RECORD.
001380     02  SW-DEPARTMENT                 PIC X(20).
001390     02  SW-COURSE                     PIC X(20).
001400     02  SW-ENROLLED-FLAG              PIC X(01).

001410 FD  CENSUS-REPORT-FILE.
001420 01  CENSUS-REPORT-RECORD             PIC X(132).

001430 WORKING-STORAGE SECTION.
001440*    ONE CENSUS RECORD: HEADER, DETAIL OR TRAILER.
001450 01  WS-CENSUS-ENTRY.
001460     COPY CENSREC.

001470*    THE SUBMISSION RECORDS. THE FORMAT IS FIXED BY THE
001480*    RECEIVING BODY: EVERY RECORD IS 104 BYTES, TYPE FIRST.
001490 01  WS-SUBMIT-HEADER.
001500         05  FILLER                    PIC X(01)    VALUE "H".
001510         05  SH-INSTITUTION            PIC X(08).
001520         05  SH-TERM                   PIC X(06).
001530         05  SH-CENSUS-DATE            PIC X(10).
001540         05  SH-FROZEN-DATE            PIC X(10).
001550         05  SH-PRODUCED-DATE          PIC X(10).
001560         05  FILLER                    PIC X(59)    VALUE SPACES.
001570 01  WS-SUBMIT-DETAIL.
001580         05  FILLER                    PIC X(01)    VALUE "D".
001590         05  SD-SNO                    PIC X(30).
001600         05  SD-FULLNAME               PIC X(30).
001610         05  SD-COURSE                 PIC X(20).
001620         05  SD-DEPARTMENT             PIC X(20).
001630         05  SD-AGE                    PIC 99.
001640         05  SD-STATUS-CODE            PIC X(01).
001650 01  WS-SUBMIT-TRAILER.
001660         05  FILLER                    PIC X(01)    VALUE "T".
001670         05  ST-RECORD-COUNT           PIC 9(07).
001680         05  FILLER                    PIC X(96)    VALUE SPACES.
001690 77  WS-INSTITUTION-ID             PIC X(08)    VALUE "REGSYSU".

001700 77  WS-TERM-FILE-STATUS           PIC X(02).
001710 77  WS-STUDENT-FILE-STATUS        PIC X(02).
001720 77  WS-COURSE-FILE-STATUS         PIC X(02).
001730 77  WS-CENSUS-FILE-STATUS         PIC X(02).
001740 77  WS-CENSUS-WORK-STATUS         PIC X(02).
001750 77  WS-SUBMIT-FILE-STATUS         PIC X(02).
001760 77  WS-REPORT-FILE-STATUS         PIC X(02).

001770 77  WS-CENSUS-NAME                PIC X(10).
001780 77  WS-TERM-ANSWER                PIC X(06).
001790 77  WS-REBUILD-ANSWER             PIC X(01).
001800 77  WS-CENSUS-DATE                PIC X(10).

001810 77  WS-EOF-SW                     PIC X(01)    VALUE "N".
001820         88  WS-EOF                                 VALUE "Y".
001830         88  WS-NOT-EOF                             VALUE "N".
001840 77  WS-RUN-FAILED-SW              PIC X(01)    VALUE "N".
001850         88  WS-RUN-FAILED                          VALUE "Y".
001860*    WHAT THE CHECK OF A CENSUS FILE (OR OF CENSWORK) FOUND.
001870 77  WS-CHECK-RESULT               PIC X(01).
001880         88  WS-CHECK-NONE                          VALUE "N".
001890         88  WS-CHECK-COMPLETE                      VALUE "C".
001900         88  WS-CHECK-INCOMPLETE                    VALUE "I".
001910 77  WS-SEEN-TRAILER-SW            PIC X(01).
001920         88  WS-SEEN-TRAILER                        VALUE "Y".
001930 77  WS-FIRST-DEPT-SW              PIC X(01)    VALUE "Y".
001940         88  WS-FIRST-DEPT                          VALUE "Y".

001950*    LAST COURSE LOOKED UP, CACHED AS SANCHEZ20 DOES.
001960 77  WS-LAST-COURSE-CODE           PIC X(20)    VALUE LOW-VALUES.
001970 77  WS-LAST-DEPARTMENT            PIC X(20).

001980*    THE FROZEN COPY'S OWN HEADER AND TRAILER, KEPT FOR THE
001990*    SUBMISSION AND REPORT HEADINGS.
002000 77  WS-FROZEN-DATE                PIC X(10).
002010 77  WS-FROZEN-TIME                PIC X(08).
002020 77  WS-DETAIL-COUNT               PIC 9(07) COMP VALUE 0.
002030 77  WS-ENROLLED-COUNT             PIC 9(07) COMP VALUE 0.
002040 77  WS-TRAILER-DETAILS            PIC 9(07) COMP VALUE 0.
002050 77  WS-TRAILER-ENROLLED           PIC 9(07) COMP VALUE 0.
002060 77  WS-COPY-COUNT                 PIC 9(07) COMP VALUE 0.
002070 77  WS-SUBMIT-COUNT               PIC 9(07) COMP VALUE 0.

002080 77  WS-BREAK-DEPT                 PIC X(20).
002090 77  WS-BREAK-COURSE               PIC X(20).
002100 77  WS-CRS-ENROLLED               PIC 9(07) COMP.
002110 77  WS-CRS-LEFT                   PIC 9(07) COMP.
002120 77  WS-DEP-ENROLLED               PIC 9(07) COMP.
002130 77  WS-DEP-LEFT                   PIC 9(07) COMP.
002140 77  WS-TOT-ENROLLED               PIC 9(07) COMP VALUE 0.
002150 77  WS-TOT-LEFT                   PIC 9(07) COMP VALUE 0.

002160 01  WS-DATE-FIELDS.
002170         05  WS-CURRENT-DATE           PIC 9(08).
002180 01  WS-DATE-BREAKDOWN REDEFINES WS-DATE-FIELDS.
002190         05  WS-CUR-YYYY               PIC 9(04).
002200         05  WS-CUR-MM                 PIC 9(02).
002210         05  WS-CUR-DD                 PIC 9(02).
002220 77  WS-TODAY                      PIC X(10).

002230 01  WS-TIME-FIELDS.
002240         05  WS-CURRENT-TIME           PIC 9(08).
002250 01  WS-TIME-BREAKDOWN REDEFINES WS-TIME-FIELDS.
002260         05  WS-CUR-HH                 PIC 9(02).
002270         05  WS-CUR-MIN                PIC 9(02).
002280         05  WS-CUR-SEC                PIC 9(02).
002290         05  WS-CUR-HTH                PIC 9(02).
002300 77  WS-NOW                        PIC X(08).

002310 01  WS-HEADING-1.
002320         05  FILLER                    PIC X(42)
002330             VALUE " ENROLLMENT CENSUS SUMMARY".
002340         05  FILLER                    PIC X(10)
002350             VALUE "RUN DATE: ".
002360         05  RH1-RUN-DATE              PIC X(10).

002370 01  WS-HEADING-2.
002380         05  FILLER                    PIC X(07)
002390             VALUE " TERM: ".
002400         05  RH2-TERM                  PIC X(06).
002410         05  FILLER                    PIC X(16)
002420             VALUE "   CENSUS DATE: ".
002430         05  RH2-CENSUS-DATE           PIC X(10).
002440         05  FILLER                    PIC X(13)
002450             VALUE "   FROZEN ON ".
002460         05  RH2-FROZEN-DATE           PIC X(10).
002470         05  FILLER                    PIC X(01)    VALUE SPACES.
002480         05  RH2-FROZEN-TIME           PIC X(08).

002490 01  WS-DEPT-LINE.
002500         05  FILLER                    PIC X(13)
002510             VALUE " DEPARTMENT: ".
002520         05  DH-DEPT                   PIC X(20).

002530 01  WS-COURSE-LINE.
002540         05  FILLER                    PIC X(03)    VALUE SPACES.
002550         05  CL-COURSE                 PIC X(20).
002560         05  FILLER                    PIC X(11)
002570             VALUE "  ENROLLED ".
002580         05  CL-ENROLLED               PIC ZZ,ZZ9.
002590         05  FILLER                    PIC X(22)
002600             VALUE "  LEFT BEFORE CENSUS ".
002610         05  CL-LEFT                   PIC ZZ,ZZ9.

002620 01  WS-DEPT-TOTAL-LINE.
002630         05  FILLER                    PIC X(03)    VALUE SPACES.
002640         05  FILLER                    PIC X(20)
002650             VALUE "DEPARTMENT TOTAL".
002660         05  FILLER                    PIC X(11)
002670             VALUE "  ENROLLED ".
002680         05  DT-ENROLLED               PIC ZZ,ZZ9.
002690         05  FILLER                    PIC X(22)
002700             VALUE "  LEFT BEFORE CENSUS ".
002710         05  DT-LEFT                   PIC ZZ,ZZ9.

002720 01  WS-TOTAL-LINE.
002730         05  FILLER                    PIC X(01)    VALUE SPACES.
002740         05  FILLER                    PIC X(22)
002750             VALUE "ALL DEPARTMENTS".
002760         05  FILLER                    PIC X(11)
002770             VALUE "  ENROLLED ".
002780         05  TL-ENROLLED               PIC ZZ,ZZ9.
002790         05  FILLER                    PIC X(22)
002800             VALUE "  LEFT BEFORE CENSUS ".
002810         05  TL-LEFT                   PIC ZZ,ZZ9.

002820 PROCEDURE DIVISION.

002830 0000-MAINLINE.
002840     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002850     IF WS-RUN-FAILED
002860         GO TO 0000-WRAP-UP
002870     END-IF.
002880     PERFORM 2000-CHECK-CENSUS-FILE THRU 2000-EXIT.
002890     IF WS-RUN-FAILED
002900         GO TO 0000-WRAP-UP
002910     END-IF.
002920     EVALUATE TRUE
002930         WHEN WS-CHECK-NONE
002940             PERFORM 3000-FREEZE-CENSUS THRU 3000-EXIT
002950         WHEN WS-CHECK-INCOMPLETE
002960             PERFORM 3400-REBUILD-UNFINISHED THRU 3400-EXIT
002970         WHEN OTHER
002980             DISPLAY "THE CENSUS FOR TERM " WS-TERM-ANSWER
002990                 " WAS FROZEN ON " WS-FROZEN-DATE "."
003000             DISPLAY "REPORTING FROM THE FROZEN COPY; IT IS NOT "
003010                 "TAKEN AGAIN."
003020     END-EVALUATE.
003030     IF WS-RUN-FAILED
003040         GO TO 0000-WRAP-UP
003050     END-IF.
003060     PERFORM 4000-WRITE-SUBMISSION THRU 4000-EXIT.
003070     IF WS-RUN-FAILED
003080         GO TO 0000-WRAP-UP
003090     END-IF.
003100     SORT SORT-WORK-FILE
003110         ON ASCENDING KEY SW-DEPARTMENT SW-COURSE
003120         INPUT PROCEDURE 5000-RELEASE-CENSUS THRU 5000-EXIT
003130         OUTPUT PROCEDURE 6000-PRODUCE-SUMMARY THRU 6000-EXIT.
003140 0000-WRAP-UP.
003150     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003160     STOP RUN.

003170*****************************************************************
003180*    1000 - THE TERM, ITS CENSUS DATE AND THE CENSUS FILE NAME   *
003190*****************************************************************
003200 1000-INITIALIZE.
003210     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003220     MOVE SPACES TO WS-TODAY.
003230     STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD
003240         DELIMITED BY SIZE INTO WS-TODAY.
003250     ACCEPT WS-CURRENT-TIME FROM TIME.
003260     MOVE SPACES TO WS-NOW.
003270     STRING WS-CUR-HH ":" WS-CUR-MIN ":" WS-CUR-SEC
003280         DELIMITED BY SIZE INTO WS-NOW.
003290     DISPLAY "ENROLLMENT CENSUS FREEZE AND SUBMISSION.".
003300     DISPLAY "TERM CODE: " WITH NO ADVANCING.
003310     ACCEPT WS-TERM-ANSWER.
003320     IF WS-TERM-ANSWER = SPACES
003330         DISPLAY "NO TERM GIVEN. NOTHING DONE."
003340         MOVE "Y" TO WS-RUN-FAILED-SW
003350         GO TO 1000-EXIT
003360     END-IF.
003370     OPEN INPUT TERM-MASTER-FILE.
003380     IF WS-TERM-FILE-STATUS NOT = "00"
003390         DISPLAY "UNABLE TO OPEN TERMMST. STATUS="
003400             WS-TERM-FILE-STATUS
003410         DISPLAY "NOTHING DONE."
003420         MOVE "Y" TO WS-RUN-FAILED-SW
003430         GO TO 1000-EXIT
003440     END-IF.
003450     MOVE WS-TERM-ANSWER TO TM-TERM-CODE.
003460     READ TERM-MASTER-FILE
003470         INVALID KEY
003480             DISPLAY "TERM " WS-TERM-ANSWER " IS NOT ON TERMMST. "
003490                 "NOTHING DONE."
003500             MOVE "Y" TO WS-RUN-FAILED-SW
003510     END-READ.
003520     MOVE TM-TERM-CENSUS-DATE TO WS-CENSUS-DATE.
003530     CLOSE TERM-MASTER-FILE.
003540     IF WS-RUN-FAILED
003550         GO TO 1000-EXIT
003560     END-IF.
003570     MOVE SPACES TO WS-CENSUS-NAME.
003580     STRING "CENS" WS-TERM-ANSWER DELIMITED BY SPACE
003590         INTO WS-CENSUS-NAME.
003600     DISPLAY "CENSUS FILE FOR THE TERM: " WS-CENSUS-NAME.
003610 1000-EXIT.
003620     EXIT.

003630*****************************************************************
003640*    2000 - IS THERE A CENSUS FILE FOR THE TERM, AND IS IT       *
003650*    COMPLETE: HEADER FOR THIS TERM FIRST, TRAILER LAST, AND     *
003660*    THE TRAILER'S COUNTS MATCHING THE DETAILS                   *
003670*****************************************************************
003680 2000-CHECK-CENSUS-FILE.
003690     OPEN INPUT CENSUS-FILE.
003700     IF WS-CENSUS-FILE-STATUS = "35"
003710         MOVE "N" TO WS-CHECK-RESULT
003720         GO TO 2000-EXIT
003730     END-IF.
003740     IF WS-CENSUS-FILE-STATUS NOT = "00"
003750         DISPLAY "UNABLE TO OPEN " WS-CENSUS-NAME ". STATUS="
003760             WS-CENSUS-FILE-STATUS
003770         DISPLAY "NOTHING DONE."
003780         MOVE "Y" TO WS-RUN-FAILED-SW
003790         MOVE "I" TO WS-CHECK-RESULT
003800         GO TO 2000-EXIT
003810     END-IF.
003820     PERFORM 2900-START-CHECK THRU 2900-EXIT.
003830     PERFORM 2100-CHECK-ONE-CENSUS THRU 2100-EXIT
003840         UNTIL WS-EOF.
003850     CLOSE CENSUS-FILE.
003860     PERFORM 2950-FINISH-CHECK THRU 2950-EXIT.
003870 2000-EXIT.
003880     EXIT.

003890 2100-CHECK-ONE-CENSUS.
003900     READ CENSUS-FILE INTO WS-CENSUS-ENTRY
003910         AT END
003920             MOVE "Y" TO WS-EOF-SW
003930             GO TO 2100-EXIT
003940     END-READ.
003950     IF WS-CENSUS-FILE-STATUS NOT = "00"
003960         DISPLAY WS-CENSUS-NAME " READ FAILED. STATUS="
003970             WS-CENSUS-FILE-STATUS
003980         MOVE "I" TO WS-CHECK-RESULT
003990         MOVE "Y" TO WS-EOF-SW
004000         GO TO 2100-EXIT
004010     END-IF.
004020     PERFORM 2910-TALLY-ONE-ENTRY THRU 2910-EXIT.
004030 2100-EXIT.
004040     EXIT.

004050*    THE SAME CHECK SERVES THE CENSUS FILE AND CENSWORK: EACH
004060*    READER HANDS EVERY RECORD TO 2910, AND 2950 DECIDES.
004070 2900-START-CHECK.
004080     MOVE "C" TO WS-CHECK-RESULT.
004090     MOVE "N" TO WS-SEEN-TRAILER-SW.
004100     MOVE "N" TO WS-EOF-SW.
004110     MOVE 0 TO WS-DETAIL-COUNT.
004120     MOVE 0 TO WS-ENROLLED-COUNT.
004130     MOVE 0 TO WS-TRAILER-DETAILS.
004140     MOVE 0 TO WS-TRAILER-ENROLLED.
004150     MOVE SPACES TO WS-FROZEN-DATE.
004160     MOVE SPACES TO WS-FROZEN-TIME.
004170 2900-EXIT.
004180     EXIT.

004190 2910-TALLY-ONE-ENTRY.
004200*    NOTHING MAY FOLLOW THE TRAILER.
004210     IF WS-SEEN-TRAILER
004220         MOVE "I" TO WS-CHECK-RESULT
004230         GO TO 2910-EXIT
004240     END-IF.
004250     EVALUATE TRUE
004260         WHEN CENS-IS-HEADER
004270             IF WS-FROZEN-DATE NOT = SPACES
004280                     OR CENS-TERM NOT = WS-TERM-ANSWER
004290                 MOVE "I" TO WS-CHECK-RESULT
004300             END-IF
004310             MOVE CENS-FROZEN-DATE TO WS-FROZEN-DATE
004320             MOVE CENS-FROZEN-TIME TO WS-FROZEN-TIME
004330             MOVE CENS-CENSUS-DATE TO WS-CENSUS-DATE
004340         WHEN CENS-IS-DETAIL
004350             IF WS-FROZEN-DATE = SPACES
004360                 MOVE "I" TO WS-CHECK-RESULT
004370             END-IF
004380             ADD 1 TO WS-DETAIL-COUNT
004390             IF CENS-ENROLLED
004400                 ADD 1 TO WS-ENROLLED-COUNT
004410             END-IF
004420         WHEN CENS-IS-TRAILER
004430             MOVE "Y" TO WS-SEEN-TRAILER-SW
004440             IF CENS-DETAIL-COUNT IS NUMERIC
004450                     AND CENS-ENROLLED-COUNT IS NUMERIC
004460                 MOVE CENS-DETAIL-COUNT TO WS-TRAILER-DETAILS
004470                 MOVE CENS-ENROLLED-COUNT TO WS-TRAILER-ENROLLED
004480             ELSE
004490                 MOVE "I" TO WS-CHECK-RESULT
004500             END-IF
004510         WHEN OTHER
004520             MOVE "I" TO WS-CHECK-RESULT
004530     END-EVALUATE.
004540 2910-EXIT.
004550     EXIT.

004560 2950-FINISH-CHECK.
004570     IF NOT WS-SEEN-TRAILER
004580             OR WS-FROZEN-DATE = SPACES
004590             OR WS-TRAILER-DETAILS NOT = WS-DETAIL-COUNT
004600             OR WS-TRAILER-ENROLLED NOT = WS-ENROLLED-COUNT
004610         MOVE "I" TO WS-CHECK-RESULT
004620     END-IF.
004630 2950-EXIT.
004640     EXIT.

004650*****************************************************************
004660*    3000 - THE FREEZE ITSELF: EVERY STUDENT OF THE TERM INTO    *
004670*    CENSWORK, THEN CENSWORK TO THE CENSUS FILE                  *
004680*****************************************************************
004690 3000-FREEZE-CENSUS.
004700     IF WS-CENSUS-DATE = SPACES
004710         DISPLAY "TERM " WS-TERM-ANSWER " HAS NO CENSUS DATE."
004720         DISPLAY "SET IT WITH SANCHEZ21. NOTHING DONE."
004730         MOVE "Y" TO WS-RUN-FAILED-SW
004740         GO TO 3000-EXIT
004750     END-IF.
004760     IF WS-TODAY < WS-CENSUS-DATE
004770         DISPLAY "THE CENSUS DATE " WS-CENSUS-DATE
004780             " HAS NOT BEEN REACHED. NOTHING DONE."
004790         MOVE "Y" TO WS-RUN-FAILED-SW
004800         GO TO 3000-EXIT
004810     END-IF.
004820     OPEN INPUT STUDENT-MASTER-FILE.
004830     IF WS-STUDENT-FILE-STATUS NOT = "00"
004840         DISPLAY "UNABLE TO OPEN STUDMAST. STATUS="
004850             WS-STUDENT-FILE-STATUS
004860         DISPLAY "CENSUS NOT TAKEN."
004870         MOVE "Y" TO WS-RUN-FAILED-SW
004880         GO TO 3000-EXIT
004890     END-IF.
004900*    THE DEPARTMENT IS FROZEN WITH THE STUDENT, SO A CENSUS
004910*    TAKEN WITHOUT THE COURSE MASTER WOULD BE UNKNOWN FOR EVER.
004920     OPEN INPUT COURSE-MASTER-FILE.
004930     IF WS-COURSE-FILE-STATUS NOT = "00"
004940         DISPLAY "COURSE MASTER COURSMST NOT AVAILABLE. STATUS="
004950             WS-COURSE-FILE-STATUS
004960         DISPLAY "CENSUS NOT TAKEN."
004970         CLOSE STUDENT-MASTER-FILE
004980         MOVE "Y" TO WS-RUN-FAILED-SW
004990         GO TO 3000-EXIT
005000     END-IF.
005010     OPEN OUTPUT CENSUS-WORK-FILE.
005020     IF WS-CENSUS-WORK-STATUS NOT = "00"
005030         DISPLAY "UNABLE TO OPEN CENSWORK. STATUS="
005040             WS-CENSUS-WORK-STATUS
005050         DISPLAY "CENSUS NOT TAKEN."
005060         CLOSE STUDENT-MASTER-FILE
005070         CLOSE COURSE-MASTER-FILE
005080         MOVE "Y" TO WS-RUN-FAILED-SW
005090         GO TO 3000-EXIT
005100     END-IF.
005110     MOVE 0 TO WS-DETAIL-COUNT.
005120     MOVE 0 TO WS-ENROLLED-COUNT.
005130     MOVE SPACES TO WS-CENSUS-ENTRY.
005140     MOVE "H" TO CENS-REC-TYPE.
005150     PERFORM 3300-FILL-CONTROL THRU 3300-EXIT.
005160     PERFORM 3200-WRITE-WORK THRU 3200-EXIT.
005170     MOVE "N" TO WS-EOF-SW.
005180     MOVE LOW-VALUES TO SM-SNO.
005190     START STUDENT-MASTER-FILE
005200         KEY IS NOT LESS THAN SM-SNO.
005210     IF WS-STUDENT-FILE-STATUS NOT = "00"
005220         MOVE "Y" TO WS-EOF-SW
005230     END-IF.
005240     PERFORM 3100-FREEZE-ONE-STUDENT THRU 3100-EXIT
005250         UNTIL WS-EOF.
005260     IF NOT WS-RUN-FAILED
005270         MOVE SPACES TO WS-CENSUS-ENTRY
005280         MOVE "T" TO CENS-REC-TYPE
005290         PERFORM 3300-FILL-CONTROL THRU 3300-EXIT
005300         PERFORM 3200-WRITE-WORK THRU 3200-EXIT
005310     END-IF.
005320     CLOSE STUDENT-MASTER-FILE.
005330     CLOSE COURSE-MASTER-FILE.
005340     CLOSE CENSUS-WORK-FILE.
005350*    A LINE-SEQUENTIAL FILE FLUSHES AT CLOSE, SO A CLOSE
005360*    FAILURE MEANS CENSWORK ON DISK IS SHORT.
005370     IF WS-CENSUS-WORK-STATUS NOT = "00"
005380         DISPLAY "CENSWORK CLOSE FAILED. STATUS="
005390             WS-CENSUS-WORK-STATUS
005400         MOVE "Y" TO WS-RUN-FAILED-SW
005410     END-IF.
005420     IF WS-RUN-FAILED
005430         DISPLAY "CENSUS NOT TAKEN. THE CENSUS FILE WAS NOT "
005440             "CREATED; RERUN WHEN FIXED."
005450         GO TO 3000-EXIT
005460     END-IF.
005470     DISPLAY "FROZE " WS-DETAIL-COUNT " STUDENTS OF TERM "
005480         WS-TERM-ANSWER " (" WS-ENROLLED-COUNT
005490         " ENROLLED AT CENSUS) TO CENSWORK.".
005500     PERFORM 3500-PUBLISH-CENSUS THRU 3500-EXIT.
005510 3000-EXIT.
005520     EXIT.

005530*    ANY STATUS OTHER THAN A GOOD READ ENDS THE BROWSE; A HARD
005540*    ERROR FAILS THE FREEZE SO A SHORT CENSUS IS NEVER KEPT.
005550 3100-FREEZE-ONE-STUDENT.
005560     READ STUDENT-MASTER-FILE NEXT RECORD.
005570     IF WS-STUDENT-FILE-STATUS NOT = "00"
005580         MOVE "Y" TO WS-EOF-SW
005590         IF WS-STUDENT-FILE-STATUS NOT = "10"
005600             DISPLAY "STUDMAST READ FAILED. STATUS="
005610                 WS-STUDENT-FILE-STATUS
005620             MOVE "Y" TO WS-RUN-FAILED-SW
005630         END-IF
005640         GO TO 3100-EXIT
005650     END-IF.
005660     IF SM-ENROLL-TERM NOT = WS-TERM-ANSWER
005670         GO TO 3100-EXIT
005680     END-IF.
005690     MOVE SPACES TO WS-CENSUS-ENTRY.
005700     MOVE "D" TO CENS-REC-TYPE.
005710     MOVE STUDENT-MASTER-RECORD TO CENS-STUDENT.
005720     PERFORM 3150-LOOK-UP-DEPARTMENT THRU 3150-EXIT.
005730     MOVE WS-LAST-DEPARTMENT TO CENS-DEPARTMENT.
005740*    STILL ON THE BOOKS ON THE CENSUS DATE: ACTIVE NOW (THE
005750*    LEGACY BLANK STATUS COUNTS AS ACTIVE, AS EVERYWHERE), OR
005760*    WITHDRAWN OR GRADUATED ONLY AFTER THAT DATE.
005770     IF SM-STUDENT-ACTIVE
005780             OR SM-STATUS-DATE > WS-CENSUS-DATE
005790         MOVE "Y" TO CENS-ENROLLED-FLAG
005800         ADD 1 TO WS-ENROLLED-COUNT
005810     ELSE
005820         MOVE "N" TO CENS-ENROLLED-FLAG
005830     END-IF.
005840     ADD 1 TO WS-DETAIL-COUNT.
005850     PERFORM 3200-WRITE-WORK THRU 3200-EXIT.
005860     IF WS-RUN-FAILED
005870         MOVE "Y" TO WS-EOF-SW
005880     END-IF.
005890 3100-EXIT.
005900     EXIT.

005910*    A CODE NOT ON THE COURSE MASTER, OR A COURSE WITH NO
005920*    DEPARTMENT, IS FROZEN UNDER (UNKNOWN), AS SANCHEZ20 ROLLS
005930*    IT UP.
005940 3150-LOOK-UP-DEPARTMENT.
005950     IF SM-COURSE = WS-LAST-COURSE-CODE
005960         GO TO 3150-EXIT
005970     END-IF.
005980     MOVE SM-COURSE TO WS-LAST-COURSE-CODE.
005990     MOVE "(UNKNOWN)" TO WS-LAST-DEPARTMENT.
006000     MOVE SM-COURSE TO CM-COURSE-CODE.
006010     READ COURSE-MASTER-FILE
006020         INVALID KEY
006030             CONTINUE
006040         NOT INVALID KEY
006050             IF CM-DEPARTMENT NOT = SPACES
006060                 MOVE CM-DEPARTMENT TO WS-LAST-DEPARTMENT
006070             END-IF
006080     END-READ.
006090 3150-EXIT.
006100     EXIT.

006110 3200-WRITE-WORK.
006120     WRITE CENSUS-WORK-RECORD FROM WS-CENSUS-ENTRY.
006130     IF WS-CENSUS-WORK-STATUS NOT = "00"
006140         DISPLAY "CENSWORK WRITE FAILED. STATUS="
006150             WS-CENSUS-WORK-STATUS
006160         MOVE "Y" TO WS-RUN-FAILED-SW
006170     END-IF.
006180 3200-EXIT.
006190     EXIT.

006200 3300-FILL-CONTROL.
006210     MOVE WS-TERM-ANSWER TO CENS-TERM.
006220     MOVE WS-CENSUS-DATE TO CENS-CENSUS-DATE.
006230     MOVE WS-TODAY TO CENS-FROZEN-DATE.
006240     MOVE WS-NOW TO CENS-FROZEN-TIME.
006250     MOVE WS-DETAIL-COUNT TO CENS-DETAIL-COUNT.
006260     MOVE WS-ENROLLED-COUNT TO CENS-ENROLLED-COUNT.
006270 3300-EXIT.
006280     EXIT.

006290*****************************************************************
006300*    3400 - A CENSUS FILE LEFT UNFINISHED BY A FAILED COPY.      *
006310*    IT IS REPLACED ONLY FROM A COMPLETE CENSWORK OF THE SAME    *
006320*    TERM - NEVER BY A FRESH FREEZE, WHICH WOULD NO LONGER BE    *
006330*    THE CENSUS-DATE POSITION                                    *
006340*****************************************************************
006350 3400-REBUILD-UNFINISHED.
006360     DISPLAY WS-CENSUS-NAME " IS INCOMPLETE (A FREEZE DIED "
006370         "WHILE COPYING IT).".
006380     OPEN INPUT CENSUS-WORK-FILE.
006390     IF WS-CENSUS-WORK-STATUS NOT = "00"
006400         DISPLAY "NO CENSWORK TO REBUILD IT FROM. STATUS="
006410             WS-CENSUS-WORK-STATUS
006420         DISPLAY "NOTHING DONE. REFER TO THE SYSTEMS UNIT."
006430         MOVE "Y" TO WS-RUN-FAILED-SW
006440         GO TO 3400-EXIT
006450     END-IF.
006460     PERFORM 2900-START-CHECK THRU 2900-EXIT.
006470     PERFORM 3410-CHECK-ONE-WORK THRU 3410-EXIT
006480         UNTIL WS-EOF.
006490     CLOSE CENSUS-WORK-FILE.
006500     PERFORM 2950-FINISH-CHECK THRU 2950-EXIT.
006510     IF NOT WS-CHECK-COMPLETE
006520         DISPLAY "CENSWORK IS NOT A COMPLETE CENSUS OF TERM "
006530             WS-TERM-ANSWER ". NOTHING DONE."
006540         DISPLAY "REFER TO THE SYSTEMS UNIT."
006550         MOVE "Y" TO WS-RUN-FAILED-SW
006560         GO TO 3400-EXIT
006570     END-IF.
006580     DISPLAY "CENSWORK HOLDS THE CENSUS FROZEN ON "
006590         WS-FROZEN-DATE " " WS-FROZEN-TIME ".".
006600     DISPLAY "REBUILD " WS-CENSUS-NAME " FROM IT? (Y/N): "
006610         WITH NO ADVANCING.
006620     ACCEPT WS-REBUILD-ANSWER.
006630     INSPECT WS-REBUILD-ANSWER CONVERTING "y" TO "Y".
006640     IF WS-REBUILD-ANSWER NOT = "Y"
006650         DISPLAY WS-CENSUS-NAME " LEFT AS IS. NOTHING DONE."
006660         MOVE "Y" TO WS-RUN-FAILED-SW
006670         GO TO 3400-EXIT
006680     END-IF.
006690     PERFORM 3500-PUBLISH-CENSUS THRU 3500-EXIT.
006700 3400-EXIT.
006710     EXIT.

006720 3410-CHECK-ONE-WORK.
006730     READ CENSUS-WORK-FILE INTO WS-CENSUS-ENTRY
006740         AT END
006750             MOVE "Y" TO WS-EOF-SW
006760             GO TO 3410-EXIT
006770     END-READ.
006780     IF WS-CENSUS-WORK-STATUS NOT = "00"
006790         DISPLAY "CENSWORK READ FAILED. STATUS="
006800             WS-CENSUS-WORK-STATUS
006810         MOVE "I" TO WS-CHECK-RESULT
006820         MOVE "Y" TO WS-EOF-SW
006830         GO TO 3410-EXIT
006840     END-IF.
006850     PERFORM 2910-TALLY-ONE-ENTRY THRU 2910-EXIT.
006860 3410-EXIT.
006870     EXIT.

006880*****************************************************************
006890*    3500 - COPY CENSWORK TO THE CENSUS FILE AND PROVE THE       *
006900*    COPY COMPLETE. THIS IS THE ONLY OPEN OUTPUT OF A CENSUS     *
006910*    FILE, AND IT IS REACHED ONLY WHEN THE FILE IS MISSING OR    *
006920*    UNFINISHED                                                  *
006930*****************************************************************
006940 3500-PUBLISH-CENSUS.
006950     OPEN INPUT CENSUS-WORK-FILE.
006960     IF WS-CENSUS-WORK-STATUS NOT = "00"
006970         DISPLAY "UNABLE TO REOPEN CENSWORK. STATUS="
006980             WS-CENSUS-WORK-STATUS
006990         MOVE "Y" TO WS-RUN-FAILED-SW
007000         GO TO 3500-EXIT
007010     END-IF.
007020     OPEN OUTPUT CENSUS-FILE.
007030     IF WS-CENSUS-FILE-STATUS NOT = "00"
007040         DISPLAY "UNABLE TO CREATE " WS-CENSUS-NAME ". STATUS="
007050             WS-CENSUS-FILE-STATUS
007060         CLOSE CENSUS-WORK-FILE
007070         MOVE "Y" TO WS-RUN-FAILED-SW
007080         GO TO 3500-EXIT
007090     END-IF.
007100     MOVE 0 TO WS-COPY-COUNT.
007110     MOVE "N" TO WS-EOF-SW.
007120     PERFORM 3510-COPY-ONE-RECORD THRU 3510-EXIT
007130         UNTIL WS-EOF.
007140     CLOSE CENSUS-WORK-FILE.
007150     CLOSE CENSUS-FILE.
007160     IF WS-CENSUS-FILE-STATUS NOT = "00"
007170         DISPLAY WS-CENSUS-NAME " CLOSE FAILED. STATUS="
007180             WS-CENSUS-FILE-STATUS
007190         MOVE "Y" TO WS-RUN-FAILED-SW
007200     END-IF.
007210     IF NOT WS-RUN-FAILED
007220         PERFORM 2000-CHECK-CENSUS-FILE THRU 2000-EXIT
007230         IF NOT WS-CHECK-COMPLETE
007240             MOVE "Y" TO WS-RUN-FAILED-SW
007250         END-IF
007260     END-IF.
007270     IF WS-RUN-FAILED
007280         DISPLAY WS-CENSUS-NAME " IS INCOMPLETE. RERUN TO "
007290             "REBUILD IT FROM CENSWORK; DO NOT DELETE CENSWORK."
007300         GO TO 3500-EXIT
007310     END-IF.
007320     DISPLAY "CENSUS FROZEN TO " WS-CENSUS-NAME ": "
007330         WS-COPY-COUNT " RECORDS.".
007340 3500-EXIT.
007350     EXIT.

007360 3510-COPY-ONE-RECORD.
007370     READ CENSUS-WORK-FILE
007380         AT END
007390             MOVE "Y" TO WS-EOF-SW
007400             GO TO 3510-EXIT
007410     END-READ.
007420     IF WS-CENSUS-WORK-STATUS NOT = "00"
007430         DISPLAY "CENSWORK READ FAILED. STATUS="
007440             WS-CENSUS-WORK-STATUS
007450         MOVE "Y" TO WS-RUN-FAILED-SW
007460         MOVE "Y" TO WS-EOF-SW
007470         GO TO 3510-EXIT
007480     END-IF.
007490     WRITE CENSUS-FILE-RECORD FROM CENSUS-WORK-RECORD.
007500     IF WS-CENSUS-FILE-STATUS NOT = "00"
007510         DISPLAY WS-CENSUS-NAME " WRITE FAILED. STATUS="
007520             WS-CENSUS-FILE-STATUS
007530         MOVE "Y" TO WS-RUN-FAILED-SW
007540         MOVE "Y" TO WS-EOF-SW
007550         GO TO 3510-EXIT
007560     END-IF.
007570     ADD 1 TO WS-COPY-COUNT.
007580 3510-EXIT.
007590     EXIT.

007600*****************************************************************
007610*    4000 - THE STATUTORY SUBMISSION FROM THE FROZEN COPY: THE   *
007620*    ENROLLED STUDENTS ONLY, WITH A TRAILER COUNT THE RECEIVING  *
007630*    BODY CHECKS                                                 *
007640*****************************************************************
007650 4000-WRITE-SUBMISSION.
007660     OPEN INPUT CENSUS-FILE.
007670     IF WS-CENSUS-FILE-STATUS NOT = "00"
007680         DISPLAY "UNABLE TO OPEN " WS-CENSUS-NAME ". STATUS="
007690             WS-CENSUS-FILE-STATUS
007700         MOVE "Y" TO WS-RUN-FAILED-SW
007710         GO TO 4000-EXIT
007720     END-IF.
007730     OPEN OUTPUT SUBMISSION-FILE.
007740     IF WS-SUBMIT-FILE-STATUS NOT = "00"
007750         DISPLAY "UNABLE TO OPEN CENSSUB. STATUS="
007760             WS-SUBMIT-FILE-STATUS
007770         CLOSE CENSUS-FILE
007780         MOVE "Y" TO WS-RUN-FAILED-SW
007790         GO TO 4000-EXIT
007800     END-IF.
007810     MOVE WS-INSTITUTION-ID TO SH-INSTITUTION.
007820     MOVE WS-TERM-ANSWER TO SH-TERM.
007830     MOVE WS-CENSUS-DATE TO SH-CENSUS-DATE.
007840     MOVE WS-FROZEN-DATE TO SH-FROZEN-DATE.
007850     MOVE WS-TODAY TO SH-PRODUCED-DATE.
007860     WRITE SUBMISSION-RECORD FROM WS-SUBMIT-HEADER.
007870     MOVE 0 TO WS-SUBMIT-COUNT.
007880     MOVE "N" TO WS-EOF-SW.
007890     PERFORM 4100-SUBMIT-ONE-STUDENT THRU 4100-EXIT
007900         UNTIL WS-EOF.
007910     CLOSE CENSUS-FILE.
007920     MOVE WS-SUBMIT-COUNT TO ST-RECORD-COUNT.
007930     WRITE SUBMISSION-RECORD FROM WS-SUBMIT-TRAILER.
007940     CLOSE SUBMISSION-FILE.
007950     IF WS-SUBMIT-FILE-STATUS NOT = "00"
007960         DISPLAY "CENSSUB CLOSE FAILED. STATUS="
007970             WS-SUBMIT-FILE-STATUS
007980         MOVE "Y" TO WS-RUN-FAILED-SW
007990     END-IF.
008000     IF WS-RUN-FAILED
008010         DISPLAY "CENSSUB IS INCOMPLETE - DO NOT SEND IT. RERUN "
008020             "TO PRODUCE IT AGAIN FROM THE FROZEN CENSUS."
008030         GO TO 4000-EXIT
008040     END-IF.
008050     DISPLAY "SUBMISSION WRITTEN TO CENSSUB: " WS-SUBMIT-COUNT
008060         " ENROLLED STUDENTS.".
008070 4000-EXIT.
008080     EXIT.

008090 4100-SUBMIT-ONE-STUDENT.
008100     READ CENSUS-FILE INTO WS-CENSUS-ENTRY
008110         AT END
008120             MOVE "Y" TO WS-EOF-SW
008130             GO TO 4100-EXIT
008140     END-READ.
008150     IF WS-CENSUS-FILE-STATUS NOT = "00"
008160         DISPLAY WS-CENSUS-NAME " READ FAILED. STATUS="
008170             WS-CENSUS-FILE-STATUS
008180         MOVE "Y" TO WS-RUN-FAILED-SW
008190         MOVE "Y" TO WS-EOF-SW
008200         GO TO 4100-EXIT
008210     END-IF.
008220     IF NOT CENS-IS-DETAIL OR NOT CENS-ENROLLED
008230         GO TO 4100-EXIT
008240     END-IF.
008250     MOVE CENS-SNO TO SD-SNO.
008260     MOVE CENS-FULLNAME TO SD-FULLNAME.
008270     MOVE CENS-COURSE TO SD-COURSE.
008280     MOVE CENS-DEPARTMENT TO SD-DEPARTMENT.
008290     MOVE CENS-AGE TO SD-AGE.
008300     MOVE CENS-STATUS-CODE TO SD-STATUS-CODE.
008310     WRITE SUBMISSION-RECORD FROM WS-SUBMIT-DETAIL.
008320     IF WS-SUBMIT-FILE-STATUS NOT = "00"
008330         DISPLAY "CENSSUB WRITE FAILED. STATUS="
008340             WS-SUBMIT-FILE-STATUS
008350         MOVE "Y" TO WS-RUN-FAILED-SW
008360         MOVE "Y" TO WS-EOF-SW
008370         GO TO 4100-EXIT
008380     END-IF.
008390     ADD 1 TO WS-SUBMIT-COUNT.
008400 4100-EXIT.
008410     EXIT.

008420*****************************************************************
008430*    5000 - INPUT PROCEDURE: EVERY FROZEN STUDENT TO THE SORT    *
008440*****************************************************************
008450 5000-RELEASE-CENSUS.
008460     OPEN INPUT CENSUS-FILE.
008470     IF WS-CENSUS-FILE-STATUS NOT = "00"
008480         DISPLAY "UNABLE TO REOPEN " WS-CENSUS-NAME ". STATUS="
008490             WS-CENSUS-FILE-STATUS
008500         MOVE "Y" TO WS-RUN-FAILED-SW
008510         GO TO 5000-EXIT
008520     END-IF.
008530     MOVE "N" TO WS-EOF-SW.
008540     PERFORM 5100-RELEASE-ONE-STUDENT THRU 5100-EXIT
008550         UNTIL WS-EOF.
008560     CLOSE CENSUS-FILE.
008570 5000-EXIT.
008580     EXIT.

008590 5100-RELEASE-ONE-STUDENT.
008600     READ CENSUS-FILE INTO WS-CENSUS-ENTRY
008610         AT END
008620             MOVE "Y" TO WS-EOF-SW
008630             GO TO 5100-EXIT
008640     END-READ.
008650     IF WS-CENSUS-FILE-STATUS NOT = "00"
008660         DISPLAY WS-CENSUS-NAME " READ FAILED. STATUS="
008670             WS-CENSUS-FILE-STATUS
008680         MOVE "Y" TO WS-RUN-FAILED-SW
008690         MOVE "Y" TO WS-EOF-SW
008700         GO TO 5100-EXIT
008710     END-IF.
008720     IF NOT CENS-IS-DETAIL
008730         GO TO 5100-EXIT
008740     END-IF.
008750     MOVE CENS-DEPARTMENT TO SW-DEPARTMENT.
008760     MOVE CENS-COURSE TO SW-COURSE.
008770     MOVE CENS-ENROLLED-FLAG TO SW-ENROLLED-FLAG.
008780     RELEASE SORT-WORK-RECORD.
008790 5100-EXIT.
008800     EXIT.

008810*****************************************************************
008820*    6000 - OUTPUT PROCEDURE: THE CENSUS SUMMARY, WITH CONTROL   *
008830*    BREAKS ON DEPARTMENT AND COURSE                             *
008840*****************************************************************
008850 6000-PRODUCE-SUMMARY.
008860     OPEN OUTPUT CENSUS-REPORT-FILE.
008870     IF WS-REPORT-FILE-STATUS NOT = "00"
008880         DISPLAY "UNABLE TO OPEN CENSRPT. STATUS="
008890             WS-REPORT-FILE-STATUS
008900         MOVE "Y" TO WS-RUN-FAILED-SW
008910         GO TO 6000-EXIT
008920     END-IF.
008930     MOVE WS-TODAY TO RH1-RUN-DATE.
008940     WRITE CENSUS-REPORT-RECORD FROM WS-HEADING-1.
008950     MOVE WS-TERM-ANSWER TO RH2-TERM.
008960     MOVE WS-CENSUS-DATE TO RH2-CENSUS-DATE.
008970     MOVE WS-FROZEN-DATE TO RH2-FROZEN-DATE.
008980     MOVE WS-FROZEN-TIME TO RH2-FROZEN-TIME.
008990     WRITE CENSUS-REPORT-RECORD FROM WS-HEADING-2
009000         AFTER ADVANCING 1.
009010     MOVE "Y" TO WS-FIRST-DEPT-SW.
009020     MOVE "N" TO WS-EOF-SW.
009030     RETURN SORT-WORK-FILE
009040         AT END MOVE "Y" TO WS-EOF-SW
009050     END-RETURN.
009060     PERFORM 6100-PROCESS-ONE-RECORD THRU 6100-EXIT
009070         UNTIL WS-EOF.
009080     IF NOT WS-FIRST-DEPT
009090         PERFORM 6300-WRITE-COURSE-LINE THRU 6300-EXIT
009100         PERFORM 6400-WRITE-DEPT-TOTALS THRU 6400-EXIT
009110     END-IF.
009120     MOVE WS-TOT-ENROLLED TO TL-ENROLLED.
009130     MOVE WS-TOT-LEFT TO TL-LEFT.
009140     WRITE CENSUS-REPORT-RECORD FROM WS-TOTAL-LINE
009150         AFTER ADVANCING 2.
009160     CLOSE CENSUS-REPORT-FILE.
009170 6000-EXIT.
009180     EXIT.

009190 6100-PROCESS-ONE-RECORD.
009200     EVALUATE TRUE
009210         WHEN WS-FIRST-DEPT
009220             MOVE "N" TO WS-FIRST-DEPT-SW
009230             PERFORM 6200-START-NEW-DEPT THRU 6200-EXIT
009240             PERFORM 6250-START-NEW-COURSE THRU 6250-EXIT
009250         WHEN SW-DEPARTMENT NOT = WS-BREAK-DEPT
009260             PERFORM 6300-WRITE-COURSE-LINE THRU 6300-EXIT
009270             PERFORM 6400-WRITE-DEPT-TOTALS THRU 6400-EXIT
009280             PERFORM 6200-START-NEW-DEPT THRU 6200-EXIT
009290             PERFORM 6250-START-NEW-COURSE THRU 6250-EXIT
009300         WHEN SW-COURSE NOT = WS-BREAK-COURSE
009310             PERFORM 6300-WRITE-COURSE-LINE THRU 6300-EXIT
009320             PERFORM 6250-START-NEW-COURSE THRU 6250-EXIT
009330     END-EVALUATE.
009340     IF SW-ENROLLED-FLAG = "Y"
009350         ADD 1 TO WS-CRS-ENROLLED
009360     ELSE
009370         ADD 1 TO WS-CRS-LEFT
009380     END-IF.
009390     RETURN SORT-WORK-FILE
009400         AT END MOVE "Y" TO WS-EOF-SW
009410     END-RETURN.
009420 6100-EXIT.
009430     EXIT.

009440 6200-START-NEW-DEPT.
009450     MOVE SW-DEPARTMENT TO WS-BREAK-DEPT.
009460     MOVE 0 TO WS-DEP-ENROLLED.
009470     MOVE 0 TO WS-DEP-LEFT.
009480     MOVE WS-BREAK-DEPT TO DH-DEPT.
009490     WRITE CENSUS-REPORT-RECORD FROM WS-DEPT-LINE
009500         AFTER ADVANCING 2.
009510 6200-EXIT.
009520     EXIT.

009530 6250-START-NEW-COURSE.
009540     MOVE SW-COURSE TO WS-BREAK-COURSE.
009550     MOVE 0 TO WS-CRS-ENROLLED.
009560     MOVE 0 TO WS-CRS-LEFT.
009570 6250-EXIT.
009580     EXIT.

009590 6300-WRITE-COURSE-LINE.
009600     MOVE WS-BREAK-COURSE TO CL-COURSE.
009610     MOVE WS-CRS-ENROLLED TO CL-ENROLLED.
009620     MOVE WS-CRS-LEFT TO CL-LEFT.
009630     WRITE CENSUS-REPORT-RECORD FROM WS-COURSE-LINE
009640         AFTER ADVANCING 1.
009650     ADD WS-CRS-ENROLLED TO WS-DEP-ENROLLED.
009660     ADD WS-CRS-LEFT TO WS-DEP-LEFT.
009670 6300-EXIT.
009680     EXIT.

009690 6400-WRITE-DEPT-TOTALS.
009700     MOVE WS-DEP-ENROLLED TO DT-ENROLLED.
009710     MOVE WS-DEP-LEFT TO DT-LEFT.
009720     WRITE CENSUS-REPORT-RECORD FROM WS-DEPT-TOTAL-LINE
009730         AFTER ADVANCING 1.
009740     ADD WS-DEP-ENROLLED TO WS-TOT-ENROLLED.
009750     ADD WS-DEP-LEFT TO WS-TOT-LEFT.
009760 6400-EXIT.
009770     EXIT.

009780*****************************************************************
009790*    9000 - TERMINATION                                          *
009800*****************************************************************
009810 9000-TERMINATE.
009820     IF WS-RUN-FAILED
009830         DISPLAY "CENSUS RUN DID NOT COMPLETE. READ THE MESSAGES "
009840             "ABOVE."
009850     ELSE
009860         DISPLAY "CENSUS RUN COMPLETE. SUBMISSION IN CENSSUB, "
009870             "SUMMARY IN CENSRPT."
009880     END-IF.
009890 9000-EXIT.
009900     EXIT.
