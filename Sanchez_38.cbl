000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SANCHEZ38.
000030 AUTHOR. J SANCHEZ.
000040 INSTALLATION. REGISTRAR SYSTEMS UNIT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    CURRENT HEADCOUNT AGAINST THE ENROLLMENT CENSUS             *
000100*                                                                *
000110*    FOR ONE TERM, SETS THE HEADCOUNT FROZEN ON THE CENSUS DATE  *
000120*    BY SANCHEZ37 (THE TERM'S CENSUS FILE, "CENS" + TERM CODE)   *
000130*    BESIDE THE STUDENTS OF THAT TERM STILL ACTIVE ON STUDMAST   *
000140*    TODAY, BY DEPARTMENT AND COURSE, WITH THE CHANGE. THE       *
000150*    CENSUS SIDE USES THE DEPARTMENT AS IT WAS FROZEN; THE       *
000160*    CURRENT SIDE LOOKS IT UP ON COURSMST NOW, SO A COURSE       *
000170*    MOVED BETWEEN DEPARTMENTS SINCE THE CENSUS SHOWS UNDER      *
000180*    BOTH. THE CENSUS FILE IS ONLY READ, AND ONLY WHEN IT IS     *
000190*    COMPLETE. REPORT IN CENSCMP (SORTED ON SORTWK9).            *
000200*                                                                *
000210*    MODIFICATION HISTORY                                        *
000220*     DATE       BY   DESCRIPTION                                *
000230*     2026-10-15 JS   INITIAL VERSION                            *
000240*****************************************************************

000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-370.
000280 OBJECT-COMPUTER. IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT STUDENT-MASTER-FILE
000320         ASSIGN TO "STUDMAST"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS SM-SNO
000360         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000370     SELECT COURSE-MASTER-FILE
000380         ASSIGN TO "COURSMST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CM-COURSE-CODE
000420         FILE STATUS IS WS-COURSE-FILE-STATUS.
000430     SELECT CENSUS-FILE
000440         ASSIGN TO WS-CENSUS-NAME
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-CENSUS-FILE-STATUS.
000470     SELECT SORT-WORK-FILE
000480         ASSIGN TO "SORTWK9".
000490     SELECT COMPARE-REPORT-FILE
000500         ASSIGN TO "CENSCMP"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-REPORT-FILE-STATUS.

000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  STUDENT-MASTER-FILE.
000560 01  STUDENT-MASTER-RECORD.
000570     COPY STUDREC
000580         REPLACING ==03== BY ==02==
000590             ==FULLNAME== BY ==SM-FULLNAME==
000600             ==SNO== BY ==SM-SNO==
000610             ==COURSE== BY ==SM-COURSE==
000620             ==CONTACT-INFO== BY ==SM-CONTACT-INFO==
000630             ==MOBILE== BY ==SM-MOBILE==
000640             ==LANDLINE== BY ==SM-LANDLINE==
000650             ==AGE== BY ==SM-AGE==
000660             ==STATUS-CODE== BY ==SM-STATUS-CODE==
000670             ==STUDENT-ACTIVE== BY ==SM-STUDENT-ACTIVE==
000680             ==STUDENT-WITHDRAWN== BY ==SM-STUDENT-WITHDRAWN==
000690             ==STUDENT-GRADUATED== BY ==SM-STUDENT-GRADUATED==
000700             ==STATUS-DATE== BY ==SM-STATUS-DATE==
000710             ==ENROLL-TERM== BY ==SM-ENROLL-TERM==.

000720 FD  COURSE-MASTER-FILE.
000730 01  COURSE-MASTER-RECORD.
000740     COPY COURSREC
000750         REPLACING ==03== BY ==02==
000760             ==COURSE-CODE== BY ==CM-COURSE-CODE==
000770             ==COURSE-TITLE== BY ==CM-COURSE-TITLE==
000780             ==DEPARTMENT== BY ==CM-DEPARTMENT==
000790             ==OFFERED-FLAG== BY ==CM-OFFERED-FLAG==
000800             ==COURSE-OFFERED== BY ==CM-COURSE-OFFERED==
000810             ==COURSE-CLOSED== BY ==CM-COURSE-CLOSED==
000820             ==MAX-SEATS== BY ==CM-MAX-SEATS==.

000830 FD  CENSUS-FILE.
000840 01  CENSUS-FILE-RECORD               PIC X(140).

000850 SD  SORT-WORK-FILE.
000860 01  SORT-WORK-RECORD.
000870     02  SW-DEPARTMENT                 PIC X(20).
000880     02  SW-COURSE                     PIC X(20).
000890     02  SW-SOURCE                     PIC X(01).
000900         88  SW-FROM-CENSUS                         VALUE "C".
000910         88  SW-FROM-MASTER                         VALUE "M".

000920 FD  COMPARE-REPORT-FILE.
000930 01  COMPARE-REPORT-RECORD            PIC X(132).

000940 WORKING-STORAGE SECTION.
000950 01  WS-CENSUS-ENTRY.
000960     COPY CENSREC.

000970 77  WS-STUDENT-FILE-STATUS        PIC X(02).
000980 77  WS-COURSE-FILE-STATUS         PIC X(02).
000990 77  WS-CENSUS-FILE-STATUS         PIC X(02).
001000 77  WS-REPORT-FILE-STATUS         PIC X(02).

001010 77  WS-CENSUS-NAME                PIC X(10).
001020 77  WS-TERM-ANSWER                PIC X(06).

001030 77  WS-EOF-SW                     PIC X(01)    VALUE "N".
001040         88  WS-EOF                                 VALUE "Y".
001050         88  WS-NOT-EOF                             VALUE "N".
001060 77  WS-RUN-FAILED-SW              PIC X(01)    VALUE "N".
001070         88  WS-RUN-FAILED                          VALUE "Y".
001080 77  WS-CENSUS-OK-SW               PIC X(01)    VALUE "Y".
001090         88  WS-CENSUS-OK                           VALUE "Y".
001100 77  WS-SEEN-TRAILER-SW            PIC X(01)    VALUE "N".
001110         88  WS-SEEN-TRAILER                        VALUE "Y".
001120 77  WS-FIRST-DEPT-SW              PIC X(01)    VALUE "Y".
001130         88  WS-FIRST-DEPT                          VALUE "Y".

001140 77  WS-LAST-COURSE-CODE           PIC X(20)    VALUE LOW-VALUES.
001150 77  WS-LAST-DEPARTMENT            PIC X(20).

001160 77  WS-CENSUS-DATE                PIC X(10)    VALUE SPACES.
001170 77  WS-FROZEN-DATE                PIC X(10)    VALUE SPACES.
001180 77  WS-DETAIL-COUNT               PIC 9(07) COMP VALUE 0.
001190 77  WS-ENROLLED-COUNT             PIC 9(07) COMP VALUE 0.
001200 77  WS-TRAILER-DETAILS            PIC 9(07) COMP VALUE 0.
001210 77  WS-TRAILER-ENROLLED           PIC 9(07) COMP VALUE 0.

001220 77  WS-BREAK-DEPT                 PIC X(20).
001230 77  WS-BREAK-COURSE               PIC X(20).
001240 77  WS-CRS-CENSUS                 PIC 9(07) COMP.
001250 77  WS-CRS-CURRENT                PIC 9(07) COMP.
001260 77  WS-DEP-CENSUS                 PIC 9(07) COMP.
001270 77  WS-DEP-CURRENT                PIC 9(07) COMP.
001280 77  WS-TOT-CENSUS                 PIC 9(07) COMP VALUE 0.
001290 77  WS-TOT-CURRENT                PIC 9(07) COMP VALUE 0.
001300 77  WS-CHANGE                     PIC S9(07) COMP.

001310 01  WS-DATE-FIELDS.
001320         05  WS-CURRENT-DATE           PIC 9(08).
001330 01  WS-DATE-BREAKDOWN REDEFINES WS-DATE-FIELDS.
001340         05  WS-CUR-YYYY               PIC 9(04).
001350         05  WS-CUR-MM                 PIC 9(02).
001360         05  WS-CUR-DD                 PIC 9(02).
001370 77  WS-RUN-DATE                   PIC X(10).

001380 01  WS-HEADING-1.
001390         05  FILLER                    PIC X(42)
001400             VALUE " HEADCOUNT AGAINST ENROLLMENT CENSUS".
001410         05  FILLER                    PIC X(10)
001420             VALUE "RUN DATE: ".
001430         05  RH1-RUN-DATE              PIC X(10).

001440 01  WS-HEADING-2.
001450         05  FILLER                    PIC X(07)
001460             VALUE " TERM: ".
001470         05  RH2-TERM                  PIC X(06).
001480         05  FILLER                    PIC X(16)
001490             VALUE "   CENSUS DATE: ".
001500         05  RH2-CENSUS-DATE           PIC X(10).
001510         05  FILLER                    PIC X(13)
001520             VALUE "   FROZEN ON ".
001530         05  RH2-FROZEN-DATE           PIC X(10).

001540 01  WS-DEPT-LINE.
001550         05  FILLER                    PIC X(13)
001560             VALUE " DEPARTMENT: ".
001570         05  DH-DEPT                   PIC X(20).

001580 01  WS-COURSE-LINE.
001590         05  FILLER                    PIC X(03)    VALUE SPACES.
001600         05  CL-COURSE                 PIC X(20).
001610         05  FILLER                    PIC X(09)
001620             VALUE "  CENSUS ".
001630         05  CL-CENSUS                 PIC ZZ,ZZ9.
001640         05  FILLER                    PIC X(10)
001650             VALUE "  CURRENT ".
001660         05  CL-CURRENT                PIC ZZ,ZZ9.
001670         05  FILLER                    PIC X(09)
001680             VALUE "  CHANGE ".
001690         05  CL-CHANGE                 PIC ++,++9.

001700 01  WS-DEPT-TOTAL-LINE.
001710         05  FILLER                    PIC X(03)    VALUE SPACES.
001720         05  FILLER                    PIC X(20)
001730             VALUE "DEPARTMENT TOTAL".
001740         05  FILLER                    PIC X(09)
001750             VALUE "  CENSUS ".
001760         05  DT-CENSUS                 PIC ZZ,ZZ9.
001770         05  FILLER                    PIC X(10)
001780             VALUE "  CURRENT ".
001790         05  DT-CURRENT                PIC ZZ,ZZ9.
001800         05  FILLER                    PIC X(09)
001810             VALUE "  CHANGE ".
001820         05  DT-CHANGE                 PIC ++,++9.

001830 01  WS-TOTAL-LINE.
001840         05  FILLER                    PIC X(01)    VALUE SPACES.
001850         05  FILLER                    PIC X(22)
001860             VALUE "ALL DEPARTMENTS".
001870         05  FILLER                    PIC X(09)
001880             VALUE "  CENSUS ".
001890         05  TL-CENSUS                 PIC ZZ,ZZ9.
001900         05  FILLER                    PIC X(10)
001910             VALUE "  CURRENT ".
001920         05  TL-CURRENT                PIC ZZ,ZZ9.
001930         05  FILLER                    PIC X(09)
001940             VALUE "  CHANGE ".
001950         05  TL-CHANGE                 PIC ++,++9.

001960 PROCEDURE DIVISION.

001970 0000-MAINLINE.
001980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001990     IF WS-RUN-FAILED
002000         GO TO 0000-WRAP-UP
002010     END-IF.
002020     SORT SORT-WORK-FILE
002030         ON ASCENDING KEY SW-DEPARTMENT SW-COURSE
002040         INPUT PROCEDURE 2000-RELEASE-HEADCOUNTS THRU 2000-EXIT
002050         OUTPUT PROCEDURE 3000-PRODUCE-REPORT THRU 3000-EXIT.
002060     CLOSE COURSE-MASTER-FILE.
002070 0000-WRAP-UP.
002080     IF WS-RUN-FAILED
002090         DISPLAY "CENSUS COMPARISON NOT PRODUCED."
002100     ELSE
002110         DISPLAY "CENSUS COMPARISON WRITTEN TO CENSCMP."
002120     END-IF.
002130     STOP RUN.

002140*****************************************************************
002150*    1000 - THE TERM, ITS COMPLETE CENSUS FILE AND THE MASTERS   *
002160*****************************************************************
002170 1000-INITIALIZE.
002180     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002190     MOVE SPACES TO WS-RUN-DATE.
002200     STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD
002210         DELIMITED BY SIZE INTO WS-RUN-DATE.
002220     DISPLAY "CURRENT HEADCOUNT AGAINST THE ENROLLMENT CENSUS.".
002230     DISPLAY "TERM CODE: " WITH NO ADVANCING.
002240     ACCEPT WS-TERM-ANSWER.
002250     IF WS-TERM-ANSWER = SPACES
002260         DISPLAY "NO TERM GIVEN."
002270         MOVE "Y" TO WS-RUN-FAILED-SW
002280         GO TO 1000-EXIT
002290     END-IF.
002300     MOVE SPACES TO WS-CENSUS-NAME.
002310     STRING "CENS" WS-TERM-ANSWER DELIMITED BY SPACE
002320         INTO WS-CENSUS-NAME.
002330     PERFORM 1100-CHECK-CENSUS-FILE THRU 1100-EXIT.
002340     IF WS-RUN-FAILED
002350         GO TO 1000-EXIT
002360     END-IF.
002370     OPEN INPUT STUDENT-MASTER-FILE.
002380     IF WS-STUDENT-FILE-STATUS NOT = "00"
002390         DISPLAY "UNABLE TO OPEN STUDMAST. STATUS="
002400             WS-STUDENT-FILE-STATUS
002410         MOVE "Y" TO WS-RUN-FAILED-SW
002420         GO TO 1000-EXIT
002430     END-IF.
002440     CLOSE STUDENT-MASTER-FILE.
002450     OPEN INPUT COURSE-MASTER-FILE.
002460     IF WS-COURSE-FILE-STATUS NOT = "00"
002470         DISPLAY "COURSE MASTER COURSMST NOT AVAILABLE. STATUS="
002480             WS-COURSE-FILE-STATUS
002490         MOVE "Y" TO WS-RUN-FAILED-SW
002500         GO TO 1000-EXIT
002510     END-IF.
002520 1000-EXIT.
002530     EXIT.

002540*    THE SAME TEST SANCHEZ37 APPLIES: HEADER FOR THIS TERM
002550*    FIRST, TRAILER LAST, TRAILER COUNTS MATCHING THE DETAILS.
002560 1100-CHECK-CENSUS-FILE.
002570     OPEN INPUT CENSUS-FILE.
002580     IF WS-CENSUS-FILE-STATUS = "35"
002590         DISPLAY "NO CENSUS HAS BEEN TAKEN FOR TERM "
002600             WS-TERM-ANSWER " (NO " WS-CENSUS-NAME ")."
002610         DISPLAY "RUN SANCHEZ37 ON OR AFTER THE CENSUS DATE."
002620         MOVE "Y" TO WS-RUN-FAILED-SW
002630         GO TO 1100-EXIT
002640     END-IF.
002650     IF WS-CENSUS-FILE-STATUS NOT = "00"
002660         DISPLAY "UNABLE TO OPEN " WS-CENSUS-NAME ". STATUS="
002670             WS-CENSUS-FILE-STATUS
002680         MOVE "Y" TO WS-RUN-FAILED-SW
002690         GO TO 1100-EXIT
002700     END-IF.
002710     MOVE "N" TO WS-EOF-SW.
002720     PERFORM 1110-CHECK-ONE-ENTRY THRU 1110-EXIT
002730         UNTIL WS-EOF.
002740     CLOSE CENSUS-FILE.
002750     IF NOT WS-SEEN-TRAILER
002760             OR WS-FROZEN-DATE = SPACES
002770             OR WS-TRAILER-DETAILS NOT = WS-DETAIL-COUNT
002780             OR WS-TRAILER-ENROLLED NOT = WS-ENROLLED-COUNT
002790         MOVE "N" TO WS-CENSUS-OK-SW
002800     END-IF.
002810     IF NOT WS-CENSUS-OK
002820         DISPLAY WS-CENSUS-NAME " IS INCOMPLETE. RERUN SANCHEZ37 "
002830             "TO FINISH IT."
002840         MOVE "Y" TO WS-RUN-FAILED-SW
002850     END-IF.
002860 1100-EXIT.
002870     EXIT.

002880 1110-CHECK-ONE-ENTRY.
002890     READ CENSUS-FILE INTO WS-CENSUS-ENTRY
002900         AT END
002910             MOVE "Y" TO WS-EOF-SW
002920             GO TO 1110-EXIT
002930     END-READ.
002940     IF WS-CENSUS-FILE-STATUS NOT = "00"
002950             OR WS-SEEN-TRAILER
002960         MOVE "N" TO WS-CENSUS-OK-SW
002970         MOVE "Y" TO WS-EOF-SW
002980         GO TO 1110-EXIT
002990     END-IF.
003000     EVALUATE TRUE
003010         WHEN CENS-IS-HEADER
003020             IF WS-FROZEN-DATE NOT = SPACES
003030                     OR CENS-TERM NOT = WS-TERM-ANSWER
003040                 MOVE "N" TO WS-CENSUS-OK-SW
003050             END-IF
003060             MOVE CENS-FROZEN-DATE TO WS-FROZEN-DATE
003070             MOVE CENS-CENSUS-DATE TO WS-CENSUS-DATE
003080         WHEN CENS-IS-DETAIL
003090             IF WS-FROZEN-DATE = SPACES
003100                 MOVE "N" TO WS-CENSUS-OK-SW
003110             END-IF
003120             ADD 1 TO WS-DETAIL-COUNT
003130             IF CENS-ENROLLED
003140                 ADD 1 TO WS-ENROLLED-COUNT
003150             END-IF
003160         WHEN CENS-IS-TRAILER
003170             MOVE "Y" TO WS-SEEN-TRAILER-SW
003180             IF CENS-DETAIL-COUNT IS NUMERIC
003190                     AND CENS-ENROLLED-COUNT IS NUMERIC
003200                 MOVE CENS-DETAIL-COUNT TO WS-TRAILER-DETAILS
003210                 MOVE CENS-ENROLLED-COUNT TO WS-TRAILER-ENROLLED
003220             ELSE
003230                 MOVE "N" TO WS-CENSUS-OK-SW
003240             END-IF
003250         WHEN OTHER
003260             MOVE "N" TO WS-CENSUS-OK-SW
003270     END-EVALUATE.
003280 1110-EXIT.
003290     EXIT.

003300*****************************************************************
003310*    2000 - INPUT PROCEDURE: ONE RECORD PER STUDENT ENROLLED AT  *
003320*    THE CENSUS, AND ONE PER STUDENT OF THE TERM ACTIVE NOW      *
003330*****************************************************************
003340 2000-RELEASE-HEADCOUNTS.
003350     OPEN INPUT CENSUS-FILE.
003360     IF WS-CENSUS-FILE-STATUS NOT = "00"
003370         DISPLAY "UNABLE TO REOPEN " WS-CENSUS-NAME ". STATUS="
003380             WS-CENSUS-FILE-STATUS
003390         MOVE "Y" TO WS-RUN-FAILED-SW
003400         GO TO 2000-EXIT
003410     END-IF.
003420     MOVE "N" TO WS-EOF-SW.
003430     PERFORM 2100-RELEASE-ONE-CENSUS THRU 2100-EXIT
003440         UNTIL WS-EOF.
003450     CLOSE CENSUS-FILE.
003460     OPEN INPUT STUDENT-MASTER-FILE.
003470     IF WS-STUDENT-FILE-STATUS NOT = "00"
003480         DISPLAY "UNABLE TO REOPEN STUDMAST. STATUS="
003490             WS-STUDENT-FILE-STATUS
003500         MOVE "Y" TO WS-RUN-FAILED-SW
003510         GO TO 2000-EXIT
003520     END-IF.
003530     MOVE "N" TO WS-EOF-SW.
003540     MOVE LOW-VALUES TO SM-SNO.
003550     START STUDENT-MASTER-FILE
003560         KEY IS NOT LESS THAN SM-SNO.
003570     IF WS-STUDENT-FILE-STATUS NOT = "00"
003580         MOVE "Y" TO WS-EOF-SW
003590     END-IF.
003600     PERFORM 2200-RELEASE-ONE-STUDENT THRU 2200-EXIT
003610         UNTIL WS-EOF.
003620     CLOSE STUDENT-MASTER-FILE.
003630 2000-EXIT.
003640     EXIT.

003650 2100-RELEASE-ONE-CENSUS.
003660     READ CENSUS-FILE INTO WS-CENSUS-ENTRY
003670         AT END
003680             MOVE "Y" TO WS-EOF-SW
003690             GO TO 2100-EXIT
003700     END-READ.
003710     IF WS-CENSUS-FILE-STATUS NOT = "00"
003720         DISPLAY WS-CENSUS-NAME " READ FAILED. STATUS="
003730             WS-CENSUS-FILE-STATUS
003740         MOVE "Y" TO WS-RUN-FAILED-SW
003750         MOVE "Y" TO WS-EOF-SW
003760         GO TO 2100-EXIT
003770     END-IF.
003780     IF NOT CENS-IS-DETAIL OR NOT CENS-ENROLLED
003790         GO TO 2100-EXIT
003800     END-IF.
003810     MOVE CENS-DEPARTMENT TO SW-DEPARTMENT.
003820     MOVE CENS-COURSE TO SW-COURSE.
003830     MOVE "C" TO SW-SOURCE.
003840     RELEASE SORT-WORK-RECORD.
003850 2100-EXIT.
003860     EXIT.

003870 2200-RELEASE-ONE-STUDENT.
003880     READ STUDENT-MASTER-FILE NEXT RECORD.
003890     IF WS-STUDENT-FILE-STATUS NOT = "00"
003900         MOVE "Y" TO WS-EOF-SW
003910         IF WS-STUDENT-FILE-STATUS NOT = "10"
003920             DISPLAY "STUDMAST READ FAILED. STATUS="
003930                 WS-STUDENT-FILE-STATUS
003940             MOVE "Y" TO WS-RUN-FAILED-SW
003950         END-IF
003960         GO TO 2200-EXIT
003970     END-IF.
003980     IF SM-ENROLL-TERM NOT = WS-TERM-ANSWER
003990             OR NOT SM-STUDENT-ACTIVE
004000         GO TO 2200-EXIT
004010     END-IF.
004020     PERFORM 2300-LOOK-UP-DEPARTMENT THRU 2300-EXIT.
004030     MOVE WS-LAST-DEPARTMENT TO SW-DEPARTMENT.
004040     MOVE SM-COURSE TO SW-COURSE.
004050     MOVE "M" TO SW-SOURCE.
004060     RELEASE SORT-WORK-RECORD.
004070 2200-EXIT.
004080     EXIT.

004090 2300-LOOK-UP-DEPARTMENT.
004100     IF SM-COURSE = WS-LAST-COURSE-CODE
004110         GO TO 2300-EXIT
004120     END-IF.
004130     MOVE SM-COURSE TO WS-LAST-COURSE-CODE.
004140     MOVE "(UNKNOWN)" TO WS-LAST-DEPARTMENT.
004150     MOVE SM-COURSE TO CM-COURSE-CODE.
004160     READ COURSE-MASTER-FILE
004170         INVALID KEY
004180             CONTINUE
004190         NOT INVALID KEY
004200             IF CM-DEPARTMENT NOT = SPACES
004210                 MOVE CM-DEPARTMENT TO WS-LAST-DEPARTMENT
004220             END-IF
004230     END-READ.
004240 2300-EXIT.
004250     EXIT.

004260*****************************************************************
004270*    3000 - OUTPUT PROCEDURE: CONTROL BREAKS ON DEPARTMENT AND   *
004280*    COURSE                                                      *
004290*****************************************************************
004300 3000-PRODUCE-REPORT.
004310     OPEN OUTPUT COMPARE-REPORT-FILE.
004320     IF WS-REPORT-FILE-STATUS NOT = "00"
004330         DISPLAY "UNABLE TO OPEN CENSCMP. STATUS="
004340             WS-REPORT-FILE-STATUS
004350         MOVE "Y" TO WS-RUN-FAILED-SW
004360         GO TO 3000-EXIT
004370     END-IF.
004380     MOVE WS-RUN-DATE TO RH1-RUN-DATE.
004390     WRITE COMPARE-REPORT-RECORD FROM WS-HEADING-1.
004400     MOVE WS-TERM-ANSWER TO RH2-TERM.
004410     MOVE WS-CENSUS-DATE TO RH2-CENSUS-DATE.
004420     MOVE WS-FROZEN-DATE TO RH2-FROZEN-DATE.
004430     WRITE COMPARE-REPORT-RECORD FROM WS-HEADING-2
004440         AFTER ADVANCING 1.
004450     MOVE "Y" TO WS-FIRST-DEPT-SW.
004460     MOVE "N" TO WS-EOF-SW.
004470     RETURN SORT-WORK-FILE
004480         AT END MOVE "Y" TO WS-EOF-SW
004490     END-RETURN.
004500     PERFORM 3100-PROCESS-ONE-RECORD THRU 3100-EXIT
004510         UNTIL WS-EOF.
004520     IF NOT WS-FIRST-DEPT
004530         PERFORM 3300-WRITE-COURSE-LINE THRU 3300-EXIT
004540         PERFORM 3400-WRITE-DEPT-TOTALS THRU 3400-EXIT
004550     END-IF.
004560     MOVE WS-TOT-CENSUS TO TL-CENSUS.
004570     MOVE WS-TOT-CURRENT TO TL-CURRENT.
004580     COMPUTE WS-CHANGE = WS-TOT-CURRENT - WS-TOT-CENSUS.
004590     MOVE WS-CHANGE TO TL-CHANGE.
004600     WRITE COMPARE-REPORT-RECORD FROM WS-TOTAL-LINE
004610         AFTER ADVANCING 2.
004620     CLOSE COMPARE-REPORT-FILE.
004630 3000-EXIT.
004640     EXIT.

004650 3100-PROCESS-ONE-RECORD.
004660     EVALUATE TRUE
004670         WHEN WS-FIRST-DEPT
004680             MOVE "N" TO WS-FIRST-DEPT-SW
004690             PERFORM 3200-START-NEW-DEPT THRU 3200-EXIT
004700             PERFORM 3250-START-NEW-COURSE THRU 3250-EXIT
004710         WHEN SW-DEPARTMENT NOT = WS-BREAK-DEPT
004720             PERFORM 3300-WRITE-COURSE-LINE THRU 3300-EXIT
004730             PERFORM 3400-WRITE-DEPT-TOTALS THRU 3400-EXIT
004740             PERFORM 3200-START-NEW-DEPT THRU 3200-EXIT
004750             PERFORM 3250-START-NEW-COURSE THRU 3250-EXIT
004760         WHEN SW-COURSE NOT = WS-BREAK-COURSE
004770             PERFORM 3300-WRITE-COURSE-LINE THRU 3300-EXIT
004780             PERFORM 3250-START-NEW-COURSE THRU 3250-EXIT
004790     END-EVALUATE.
004800     IF SW-FROM-CENSUS
004810         ADD 1 TO WS-CRS-CENSUS
004820     ELSE
004830         ADD 1 TO WS-CRS-CURRENT
004840     END-IF.
004850     RETURN SORT-WORK-FILE
004860         AT END MOVE "Y" TO WS-EOF-SW
004870     END-RETURN.
004880 3100-EXIT.
004890     EXIT.

004900 3200-START-NEW-DEPT.
004910     MOVE SW-DEPARTMENT TO WS-BREAK-DEPT.
004920     MOVE 0 TO WS-DEP-CENSUS.
004930     MOVE 0 TO WS-DEP-CURRENT.
004940     MOVE WS-BREAK-DEPT TO DH-DEPT.
004950     WRITE COMPARE-REPORT-RECORD FROM WS-DEPT-LINE
004960         AFTER ADVANCING 2.
004970 3200-EXIT.
004980     EXIT.

004990 3250-START-NEW-COURSE.
005000     MOVE SW-COURSE TO WS-BREAK-COURSE.
005010     MOVE 0 TO WS-CRS-CENSUS.
005020     MOVE 0 TO WS-CRS-CURRENT.
005030 3250-EXIT.
005040     EXIT.

005050 3300-WRITE-COURSE-LINE.
005060     MOVE WS-BREAK-COURSE TO CL-COURSE.
005070     MOVE WS-CRS-CENSUS TO CL-CENSUS.
005080     MOVE WS-CRS-CURRENT TO CL-CURRENT.
005090     COMPUTE WS-CHANGE = WS-CRS-CURRENT - WS-CRS-CENSUS.
005100     MOVE WS-CHANGE TO CL-CHANGE.
005110     WRITE COMPARE-REPORT-RECORD FROM WS-COURSE-LINE
005120         AFTER ADVANCING 1.
005130     ADD WS-CRS-CENSUS TO WS-DEP-CENSUS.
005140     ADD WS-CRS-CURRENT TO WS-DEP-CURRENT.
005150 3300-EXIT.
005160     EXIT.

005170 3400-WRITE-DEPT-TOTALS.
005180     MOVE WS-DEP-CENSUS TO DT-CENSUS.
005190     MOVE WS-DEP-CURRENT TO DT-CURRENT.
005200     COMPUTE WS-CHANGE = WS-DEP-CURRENT - WS-DEP-CENSUS.
005210     MOVE WS-CHANGE TO DT-CHANGE.
005220     WRITE COMPARE-REPORT-RECORD FROM WS-DEPT-TOTAL-LINE
005230         AFTER ADVANCING 1.
005240     ADD WS-DEP-CENSUS TO WS-TOT-CENSUS.
005250     ADD WS-DEP-CURRENT TO WS-TOT-CURRENT.
005260 3400-EXIT.
005270     EXIT.
