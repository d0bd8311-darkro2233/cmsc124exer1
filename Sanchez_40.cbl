000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SANCHEZ40.
000030 AUTHOR. J SANCHEZ.
000040 INSTALLATION. REGISTRAR SYSTEMS UNIT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    COHORT RETENTION AND ATTRITION REPORT                       *
000100*                                                                *
000110*    SHOWS THE DEANS WHAT SHARE OF EACH INTAKE IS STILL WITH     *
000120*    US, HAS WITHDRAWN OR HAS GRADUATED. EVERY STUDENT EVER      *
000130*    ENROLLED IS COUNTED ONCE: THE MASTER (STUDMAST) AND THE     *
000140*    CUMULATIVE ARCHIVE (STUDARCH) ARE GATHERED INTO A WORK      *
000150*    FILE (COHTWORK) KEYED ON THE STUDENT NUMBER, WITH A         *
000160*    RETIRED NUMBER FOLLOWED THROUGH SNOXREF TO THE NUMBER IT    *
000170*    WAS MERGED INTO, SO A MERGED DUPLICATE IS NOT COUNTED       *
000180*    TWICE. THE MASTER COPY WINS OVER AN ARCHIVE COPY, AND THE   *
000190*    LATEST ARCHIVE COPY OVER AN EARLIER ONE, AS SANCHEZ29       *
000200*    CHOOSES; A STUDENT'S OWN RECORD WINS OVER ONE FILED UNDER   *
000210*    A NUMBER RETIRED INTO IT.                                   *
000220*                                                                *
000230*    STUDENTS ARE GROUPED BY ENROLL-TERM (THE COHORT), THEN BY   *
000240*    THEIR COURSE'S DEPARTMENT ON THE COURSE MASTER AND BY       *
000250*    COURSE, AS SANCHEZ20 ROLLS UP. A BLANK TERM (RECORDS        *
000260*    WRITTEN BEFORE ENROLL-TERM EXISTED) IS THE COHORT (NONE);   *
000270*    AN UNKNOWN COURSE OR BLANK DEPARTMENT IS (UNKNOWN). FOR     *
000280*    EACH COURSE, DEPARTMENT AND COHORT THE REPORT (COHTRPT)     *
000290*    SHOWS THE HEADCOUNT AT INTAKE (EVERY STUDENT OF THE         *
000300*    COHORT), THE NUMBER ACTIVE, WITHDRAWN AND GRADUATED, THE    *
000310*    RETENTION RATE (ACTIVE PLUS GRADUATED, AS A PERCENTAGE OF   *
000320*    INTAKE) AND THE GRADUATION RATE (GRADUATED AS A             *
000330*    PERCENTAGE OF INTAKE).                                      *
000340*                                                                *
000350*    THE SAME FIGURES GO TO COHTCSV FOR THE PLANNING OFFICE'S    *
000360*    SPREADSHEETS: A COLUMN-NAME LINE, THEN ONE COMMA-DELIMITED  *
000370*    LINE PER FIGURE LINE OF THE REPORT, LEVEL C (COURSE), D     *
000380*    (DEPARTMENT), T (COHORT) OR S (WHOLE SCHOOL), THEN TERM,    *
000390*    DEPARTMENT, COURSE, INTAKE, ACTIVE, WITHDRAWN, GRADUATED,   *
000400*    RETENTION AND GRADUATION RATE. READS ONLY; NOTHING BUT THE  *
000410*    WORK FILE, THE REPORT AND THE EXTRACT IS WRITTEN.           *
000420*                                                                *
000430*    MODIFICATION HISTORY                                        *
000440*     DATE       BY   DESCRIPTION                                *
000450*     2026-10-15 JS   INITIAL VERSION                            *
000460*****************************************************************

000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. IBM-370.
000500 OBJECT-COMPUTER. IBM-370.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT STUDENT-MASTER-FILE
000540         ASSIGN TO "STUDMAST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS SM-SNO
000580         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000590     SELECT ARCHIVE-FILE
000600         ASSIGN TO "STUDARCH"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
000630     SELECT XREF-FILE
000640         ASSIGN TO "SNOXREF"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS XR-XREF-OLD-SNO
000680         FILE STATUS IS WS-XREF-FILE-STATUS.
000690     SELECT COURSE-MASTER-FILE
000700         ASSIGN TO "COURSMST"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS CM-COURSE-CODE
000740         FILE STATUS IS WS-COURSE-FILE-STATUS.
000750     SELECT COHORT-WORK-FILE
000760         ASSIGN TO "COHTWORK"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS CW-SNO
000800         FILE STATUS IS WS-WORK-FILE-STATUS.
000810     SELECT SORT-WORK-FILE
000820         ASSIGN TO "SORTWK10".
000830     SELECT COHORT-REPORT-FILE
000840         ASSIGN TO "COHTRPT"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-REPORT-FILE-STATUS.
000870     SELECT COHORT-EXTRACT-FILE
000880         ASSIGN TO "COHTCSV"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-EXTRACT-FILE-STATUS.

000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  STUDENT-MASTER-FILE.
000940 01  STUDENT-MASTER-RECORD.
000950     COPY STUDREC
000960         REPLACING ==03== BY ==02==
000970             ==FULLNAME== BY ==SM-FULLNAME==
000980             ==SNO== BY ==SM-SNO==
000990             ==COURSE== BY ==SM-COURSE==
001000             ==CONTACT-INFO== BY ==SM-CONTACT-INFO==
001010             ==MOBILE== BY ==SM-MOBILE==
001020             ==LANDLINE== BY ==SM-LANDLINE==
001030             ==AGE== BY ==SM-AGE==
001040             ==STATUS-CODE== BY ==SM-STATUS-CODE==
001050             ==STUDENT-ACTIVE== BY ==SM-STUDENT-ACTIVE==
001060             ==STUDENT-WITHDRAWN== BY ==SM-STUDENT-WITHDRAWN==
001070             ==STUDENT-GRADUATED== BY ==SM-STUDENT-GRADUATED==
001080             ==STATUS-DATE== BY ==SM-STATUS-DATE==
001090             ==ENROLL-TERM== BY ==SM-ENROLL-TERM==.

001100 FD  ARCHIVE-FILE.
001110 01  ARCHIVE-RECORD.
001120     COPY STUDREC
001130         REPLACING ==03== BY ==02==
001140             ==FULLNAME== BY ==AR-FULLNAME==
001150             ==SNO== BY ==AR-SNO==
001160             ==COURSE== BY ==AR-COURSE==
001170             ==CONTACT-INFO== BY ==AR-CONTACT-INFO==
001180             ==MOBILE== BY ==AR-MOBILE==
001190             ==LANDLINE== BY ==AR-LANDLINE==
001200             ==AGE== BY ==AR-AGE==
001210             ==STATUS-CODE== BY ==AR-STATUS-CODE==
001220             ==STUDENT-ACTIVE== BY ==AR-STUDENT-ACTIVE==
001230             ==STUDENT-WITHDRAWN== BY ==AR-STUDENT-WITHDRAWN==
001240             ==STUDENT-GRADUATED== BY ==AR-STUDENT-GRADUATED==
001250             ==STATUS-DATE== BY ==AR-STATUS-DATE==
001260             ==ENROLL-TERM== BY ==AR-ENROLL-TERM==.
001270     02  AR-ARCHIVE-DATE               PIC X(10).

001280 FD  XREF-FILE.
001290 01  XREF-RECORD.
001300     COPY XREFREC
001310         REPLACING ==03== BY ==02==
001320             ==XREF-OLD-SNO== BY ==XR-XREF-OLD-SNO==
001330             ==XREF-NEW-SNO== BY ==XR-XREF-NEW-SNO==
001340             ==XREF-MERGE-DATE== BY ==XR-XREF-MERGE-DATE==.

001350 FD  COURSE-MASTER-FILE.
001360 01  COURSE-MASTER-RECORD.
001370     COPY COURSREC
001380         REPLACING ==03== BY ==02==
001390             ==COURSE-CODE== BY ==CM-COURSE-CODE==
001400             ==COURSE-TITLE== BY ==CM-COURSE-TITLE==
001410             ==DEPARTMENT== BY ==CM-DEPARTMENT==
001420             ==OFFERED-FLAG== BY ==CM-OFFERED-FLAG==
001430             ==COURSE-OFFERED== BY ==CM-COURSE-OFFERED==
001440             ==COURSE-CLOSED== BY ==CM-COURSE-CLOSED==
001450             ==MAX-SEATS== BY ==CM-MAX-SEATS==.

001460*    ONE RECORD PER STUDENT COUNTED, UNDER THE SURVIVING NUMBER.
001470*    THE RANK SAYS WHICH COPY IS HELD, SO A BETTER ONE CAN
001480*    REPLACE IT: 1 MASTER, OWN NUMBER; 2 MASTER, RETIRED NUMBER;
001490*    3 ARCHIVE, OWN NUMBER; 4 ARCHIVE, RETIRED NUMBER.
001500 FD  COHORT-WORK-FILE.
001510 01  COHORT-WORK-RECORD.
001520     COPY STUDREC
001530         REPLACING ==03== BY ==02==
001540             ==FULLNAME== BY ==CW-FULLNAME==
001550             ==SNO== BY ==CW-SNO==
001560             ==COURSE== BY ==CW-COURSE==
001570             ==CONTACT-INFO== BY ==CW-CONTACT-INFO==
001580             ==MOBILE== BY ==CW-MOBILE==
001590             ==LANDLINE== BY ==CW-LANDLINE==
001600             ==AGE== BY ==CW-AGE==
001610             ==STATUS-CODE== BY ==CW-STATUS-CODE==
001620             ==STUDENT-ACTIVE== BY ==CW-STUDENT-ACTIVE==
001630             ==STUDENT-WITHDRAWN== BY ==CW-STUDENT-WITHDRAWN==
001640             ==STUDENT-GRADUATED== BY ==CW-STUDENT-GRADUATED==
001650             ==STATUS-DATE== BY ==CW-STATUS-DATE==
001660             ==ENROLL-TERM== BY ==CW-ENROLL-TERM==.
001670     02  CW-RANK                       PIC 9(01).

001680 SD  SORT-WORK-FILE.
001690 01  SORT-WORK-RECORD.
001700     02  SW-TERM                       PIC X(06).
001710     02  SW-DEPARTMENT                 PIC X(20).
001720     02  SW-COURSE                     PIC X(20).
001730     02  SW-STATUS-CODE                PIC X(01).

001740 FD  COHORT-REPORT-FILE.
001750 01  COHORT-REPORT-RECORD             PIC X(132).

001760 FD  COHORT-EXTRACT-FILE.
001770 01  COHORT-EXTRACT-RECORD            PIC X(94).

001780 WORKING-STORAGE SECTION.
001790 77  WS-STUDENT-FILE-STATUS        PIC X(02).
001800 77  WS-ARCHIVE-FILE-STATUS        PIC X(02).
001810 77  WS-XREF-FILE-STATUS           PIC X(02).
001820 77  WS-COURSE-FILE-STATUS         PIC X(02).
001830 77  WS-WORK-FILE-STATUS           PIC X(02).
001840 77  WS-REPORT-FILE-STATUS         PIC X(02).
001850 77  WS-EXTRACT-FILE-STATUS        PIC X(02).

001860 77  WS-XREF-READY-SW              PIC X(01)    VALUE "N".
001870         88  WS-XREF-READY                          VALUE "Y".
001880 77  WS-STUDENT-MASTER-SW          PIC X(01)    VALUE "N".
001890         88  WS-STUDENT-MASTER-READY                VALUE "Y".
001900 77  WS-COURSE-MASTER-SW           PIC X(01)    VALUE "N".
001910         88  WS-COURSE-MASTER-READY                 VALUE "Y".
001920 77  WS-WORK-FILE-SW               PIC X(01)    VALUE "N".
001930         88  WS-WORK-FILE-READY                     VALUE "Y".
001940 77  WS-XREF-DEAD-END-SW           PIC X(01).
001950         88  WS-XREF-DEAD-END                       VALUE "Y".
001960 77  WS-XREF-HOPS                  PIC 9(02) COMP.
001970 77  WS-RESOLVED-SNO               PIC X(30).
001980 77  WS-NEW-RANK                   PIC 9(01).

001990*    LAST COURSE LOOKED UP, CACHED AS SANCHEZ20 DOES.
002000 77  WS-LAST-COURSE-CODE           PIC X(20)    VALUE LOW-VALUES.
002010 77  WS-LAST-DEPARTMENT            PIC X(20).

002020 77  WS-EOF-SW                     PIC X(01)    VALUE "N".
002030         88  WS-EOF                                 VALUE "Y".
002040         88  WS-NOT-EOF                             VALUE "N".
002050 77  WS-RUN-FAILED-SW              PIC X(01)    VALUE "N".
002060         88  WS-RUN-FAILED                          VALUE "Y".
002070 77  WS-FIRST-RECORD-SW            PIC X(01)    VALUE "Y".
002080         88  WS-FIRST-RECORD                        VALUE "Y".

002090 77  WS-BREAK-TERM                 PIC X(06).
002100 77  WS-BREAK-DEPT                 PIC X(20).
002110 77  WS-BREAK-COURSE               PIC X(20).

002120*    GATHERING COUNTS, SHOWN AT THE FOOT OF THE REPORT SO THE
002130*    DEANS CAN SEE WHAT WAS COLLAPSED.
002140 77  WS-MASTER-READ                PIC 9(07) COMP VALUE 0.
002150 77  WS-ARCHIVE-READ               PIC 9(07) COMP VALUE 0.
002160 77  WS-RETIRED-FOLLOWED           PIC 9(07) COMP VALUE 0.
002170 77  WS-COPIES-COLLAPSED           PIC 9(07) COMP VALUE 0.
002180 77  WS-WORK-ERRORS                PIC 9(07) COMP VALUE 0.

002190 77  WS-CRS-ACTIVE                 PIC 9(07) COMP.
002200 77  WS-CRS-WITHDRAWN              PIC 9(07) COMP.
002210 77  WS-CRS-GRADUATED              PIC 9(07) COMP.
002220 77  WS-DEP-ACTIVE                 PIC 9(07) COMP.
002230 77  WS-DEP-WITHDRAWN              PIC 9(07) COMP.
002240 77  WS-DEP-GRADUATED              PIC 9(07) COMP.
002250 77  WS-COH-ACTIVE                 PIC 9(07) COMP.
002260 77  WS-COH-WITHDRAWN              PIC 9(07) COMP.
002270 77  WS-COH-GRADUATED              PIC 9(07) COMP.
002280 77  WS-TOT-ACTIVE                 PIC 9(07) COMP VALUE 0.
002290 77  WS-TOT-WITHDRAWN              PIC 9(07) COMP VALUE 0.
002300 77  WS-TOT-GRADUATED              PIC 9(07) COMP VALUE 0.
002310 77  WS-COHORT-COUNT               PIC 9(05) COMP VALUE 0.

002320*    ONE FIGURE LINE'S COUNTS, SET BY THE CALLER BEFORE 4800.
002330 77  WS-FIG-LEVEL                  PIC X(01).
002340 77  WS-FIG-LABEL                  PIC X(24).
002350 77  WS-FIG-TERM                   PIC X(06).
002360 77  WS-FIG-DEPT                   PIC X(20).
002370 77  WS-FIG-COURSE                 PIC X(20).
002380 77  WS-FIG-ACTIVE                 PIC 9(07) COMP.
002390 77  WS-FIG-WITHDRAWN              PIC 9(07) COMP.
002400 77  WS-FIG-GRADUATED              PIC 9(07) COMP.
002410 77  WS-FIG-INTAKE                 PIC 9(07) COMP.
002420 77  WS-FIG-RETENTION              PIC 9(03)V9.
002430 77  WS-FIG-GRADUATION             PIC 9(03)V9.

002440 01  WS-DATE-FIELDS.
002450         05  WS-CURRENT-DATE           PIC 9(08).
002460 01  WS-DATE-BREAKDOWN REDEFINES WS-DATE-FIELDS.
002470         05  WS-CUR-YYYY               PIC 9(04).
002480         05  WS-CUR-MM                 PIC 9(02).
002490         05  WS-CUR-DD                 PIC 9(02).
002500 77  WS-RUN-DATE                   PIC X(10).

002510 01  WS-HEADING-1.
002520         05  FILLER                    PIC X(42)
002530             VALUE " COHORT RETENTION AND ATTRITION".
002540         05  FILLER                    PIC X(10)
002550             VALUE "RUN DATE: ".
002560         05  RH1-RUN-DATE              PIC X(10).

002570 01  WS-COLUMN-LINE.
002580         05  FILLER                    PIC X(27)
002590             VALUE "   COURSE".
002600         05  FILLER                    PIC X(09)
002610             VALUE "   INTAKE".
002620         05  FILLER                    PIC X(10)
002630             VALUE "    ACTIVE".
002640         05  FILLER                    PIC X(10)
002650             VALUE " WITHDRAWN".
002660         05  FILLER                    PIC X(10)
002670             VALUE " GRADUATED".
002680         05  FILLER                    PIC X(11)
002690             VALUE "  RETENTION".
002700         05  FILLER                    PIC X(11)
002710             VALUE " GRADUATION".

002720 01  WS-COHORT-LINE.
002730         05  FILLER                    PIC X(09)
002740             VALUE " COHORT: ".
002750         05  CH-TERM                   PIC X(06).

002760 01  WS-DEPT-LINE.
002770         05  FILLER                    PIC X(15)
002780             VALUE "   DEPARTMENT: ".
002790         05  DH-DEPT                   PIC X(20).

002800 01  WS-FIGURE-LINE.
002810         05  FILLER                    PIC X(03)    VALUE SPACES.
002820         05  FL-LABEL                  PIC X(24).
002830         05  FILLER                    PIC X(02)    VALUE SPACES.
002840         05  FL-INTAKE                 PIC ZZZ,ZZ9.
002850         05  FILLER                    PIC X(03)    VALUE SPACES.
002860         05  FL-ACTIVE                 PIC ZZZ,ZZ9.
002870         05  FILLER                    PIC X(03)    VALUE SPACES.
002880         05  FL-WITHDRAWN              PIC ZZZ,ZZ9.
002890         05  FILLER                    PIC X(03)    VALUE SPACES.
002900         05  FL-GRADUATED              PIC ZZZ,ZZ9.
002910         05  FILLER                    PIC X(05)    VALUE SPACES.
002920         05  FL-RETENTION              PIC ZZ9.9.
002930         05  FILLER                    PIC X(01)    VALUE "%".
002940         05  FILLER                    PIC X(05)    VALUE SPACES.
002950         05  FL-GRADUATION             PIC ZZ9.9.
002960         05  FILLER                    PIC X(01)    VALUE "%".

002970 01  WS-NOTE-LINE.
002980         05  FILLER                    PIC X(01)    VALUE SPACES.
002990         05  NL-TEXT                   PIC X(50).
003000         05  NL-COUNT                  PIC Z,ZZZ,ZZ9.

003010*    THE COMMA LAYOUT FOLLOWS SANCHEZ01'S DIRECTORY EXTRACT:
003020*    FIXED-WIDTH FIELDS, EACH FOLLOWED BY A COMMA.
003030 01  WS-EXTRACT-HEADING.
003040         05  FILLER                    PIC X(36)
003050             VALUE "LEVEL,TERM,DEPARTMENT,COURSE,INTAKE,".
003060         05  FILLER                    PIC X(27)
003070             VALUE "ACTIVE,WITHDRAWN,GRADUATED,".
003080         05  FILLER                    PIC X(31)
003090             VALUE "RETENTION,GRADUATION".

003100 01  WS-EXTRACT-LINE.
003110         05  CV-LEVEL                  PIC X(01).
003120         05  CV-COMMA1                 PIC X(01)    VALUE ",".
003130         05  CV-TERM                   PIC X(06).
003140         05  CV-COMMA2                 PIC X(01)    VALUE ",".
003150         05  CV-DEPARTMENT             PIC X(20).
003160         05  CV-COMMA3                 PIC X(01)    VALUE ",".
003170         05  CV-COURSE                 PIC X(20).
003180         05  CV-COMMA4                 PIC X(01)    VALUE ",".
003190         05  CV-INTAKE                 PIC 9(07).
003200         05  CV-COMMA5                 PIC X(01)    VALUE ",".
003210         05  CV-ACTIVE                 PIC 9(07).
003220         05  CV-COMMA6                 PIC X(01)    VALUE ",".
003230         05  CV-WITHDRAWN              PIC 9(07).
003240         05  CV-COMMA7                 PIC X(01)    VALUE ",".
003250         05  CV-GRADUATED              PIC 9(07).
003260         05  CV-COMMA8                 PIC X(01)    VALUE ",".
003270         05  CV-RETENTION              PIC 9(03).9.
003280         05  CV-COMMA9                 PIC X(01)    VALUE ",".
003290         05  CV-GRADUATION             PIC 9(03).9.

003300 PROCEDURE DIVISION.

003310 0000-MAINLINE.
003320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003330     IF WS-RUN-FAILED
003340         GO TO 0000-WRAP-UP
003350     END-IF.
003360     PERFORM 2000-GATHER-STUDENTS THRU 2000-EXIT.
003370     IF WS-RUN-FAILED
003380         GO TO 0000-WRAP-UP
003390     END-IF.
003400     SORT SORT-WORK-FILE
003410         ON ASCENDING KEY SW-TERM SW-DEPARTMENT SW-COURSE
003420         INPUT PROCEDURE 3000-TAG-STUDENTS THRU 3000-EXIT
003430         OUTPUT PROCEDURE 4000-PRODUCE-REPORT THRU 4000-EXIT.
003440 0000-WRAP-UP.
003450     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003460     STOP RUN.

003470*****************************************************************
003480*    1000 - INITIALIZATION                                       *
003490*****************************************************************
003500 1000-INITIALIZE.
003510     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003520     MOVE SPACES TO WS-RUN-DATE.
003530     STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD
003540         DELIMITED BY SIZE INTO WS-RUN-DATE.
003550     OPEN INPUT STUDENT-MASTER-FILE.
003560     IF WS-STUDENT-FILE-STATUS NOT = "00"
003570         DISPLAY "UNABLE TO OPEN STUDMAST. STATUS="
003580             WS-STUDENT-FILE-STATUS
003590         MOVE "Y" TO WS-RUN-FAILED-SW
003600         GO TO 1000-EXIT
003610     END-IF.
003620     MOVE "Y" TO WS-STUDENT-MASTER-SW.
003630*    WITHOUT THE COURSE MASTER EVERY STUDENT WOULD FALL UNDER
003640*    (UNKNOWN), WHICH IS NO BREAKDOWN AT ALL.
003650     OPEN INPUT COURSE-MASTER-FILE.
003660     IF WS-COURSE-FILE-STATUS NOT = "00"
003670         DISPLAY "COURSE MASTER COURSMST NOT AVAILABLE. STATUS="
003680             WS-COURSE-FILE-STATUS
003690         DISPLAY "RUN SANCHEZ05 TO BUILD IT."
003700         MOVE "Y" TO WS-RUN-FAILED-SW
003710         GO TO 1000-EXIT
003720     END-IF.
003730     MOVE "Y" TO WS-COURSE-MASTER-SW.
003740*    NO CROSS-REFERENCE MEANS NO MERGE HAS EVER BEEN DONE.
003750     OPEN INPUT XREF-FILE.
003760     IF WS-XREF-FILE-STATUS = "00"
003770         MOVE "Y" TO WS-XREF-READY-SW
003780     END-IF.
003790     OPEN OUTPUT COHORT-WORK-FILE.
003800     IF WS-WORK-FILE-STATUS NOT = "00"
003810         DISPLAY "UNABLE TO CREATE COHTWORK. STATUS="
003820             WS-WORK-FILE-STATUS
003830         MOVE "Y" TO WS-RUN-FAILED-SW
003840         GO TO 1000-EXIT
003850     END-IF.
003860     CLOSE COHORT-WORK-FILE.
003870     OPEN I-O COHORT-WORK-FILE.
003880     IF WS-WORK-FILE-STATUS NOT = "00"
003890         DISPLAY "UNABLE TO OPEN COHTWORK. STATUS="
003900             WS-WORK-FILE-STATUS
003910         MOVE "Y" TO WS-RUN-FAILED-SW
003920         GO TO 1000-EXIT
003930     END-IF.
003940     MOVE "Y" TO WS-WORK-FILE-SW.
003950 1000-EXIT.
003960     EXIT.

003970*****************************************************************
003980*    2000 - GATHER EVERY STUDENT ONCE INTO THE WORK FILE: THE    *
003990*    MASTER FIRST, THEN THE ARCHIVE                              *
004000*****************************************************************
004010 2000-GATHER-STUDENTS.
004020     PERFORM 7200-START-BROWSE THRU 7200-EXIT.
004030     PERFORM 2100-GATHER-ONE-MASTER THRU 2100-EXIT
004040         UNTIL WS-EOF.
004050     CLOSE STUDENT-MASTER-FILE.
004060     MOVE "N" TO WS-STUDENT-MASTER-SW.
004070     IF WS-RUN-FAILED
004080         GO TO 2000-EXIT
004090     END-IF.
004100     OPEN INPUT ARCHIVE-FILE.
004110     IF WS-ARCHIVE-FILE-STATUS = "35"
004120         DISPLAY "NO ARCHIVE FILE STUDARCH. MASTER STUDENTS ONLY."
004130         GO TO 2000-EXIT
004140     END-IF.
004150     IF WS-ARCHIVE-FILE-STATUS NOT = "00"
004160         DISPLAY "UNABLE TO OPEN STUDARCH. STATUS="
004170             WS-ARCHIVE-FILE-STATUS
004180         DISPLAY "COHORT REPORT NOT PRODUCED - ARCHIVED STUDENTS "
004190             "WOULD BE MISSING."
004200         MOVE "Y" TO WS-RUN-FAILED-SW
004210         GO TO 2000-EXIT
004220     END-IF.
004230     MOVE "N" TO WS-EOF-SW.
004240     PERFORM 2200-GATHER-ONE-ARCHIVE THRU 2200-EXIT
004250         UNTIL WS-EOF.
004260     CLOSE ARCHIVE-FILE.
004270 2000-EXIT.
004280     EXIT.

004290 2100-GATHER-ONE-MASTER.
004300     ADD 1 TO WS-MASTER-READ.
004310     PERFORM 2150-KEEP-MASTER-COPY THRU 2150-EXIT.
004320     IF WS-RUN-FAILED
004330         MOVE "Y" TO WS-EOF-SW
004340         GO TO 2100-EXIT
004350     END-IF.
004360     PERFORM 7210-READ-NEXT-STUDENT THRU 7210-EXIT.
004370 2100-EXIT.
004380     EXIT.

004390 2150-KEEP-MASTER-COPY.
004400     MOVE SM-SNO TO WS-RESOLVED-SNO.
004410     PERFORM 2500-RESOLVE-NUMBER THRU 2500-EXIT.
004420     IF WS-RUN-FAILED
004430         GO TO 2150-EXIT
004440     END-IF.
004450     IF WS-RESOLVED-SNO = SM-SNO
004460         MOVE 1 TO WS-NEW-RANK
004470     ELSE
004480         MOVE 2 TO WS-NEW-RANK
004490     END-IF.
004500     PERFORM 2600-FETCH-HELD-COPY THRU 2600-EXIT.
004510     IF WS-WORK-FILE-STATUS = "00"
004520         ADD 1 TO WS-COPIES-COLLAPSED
004530         IF WS-NEW-RANK NOT < CW-RANK
004540             GO TO 2150-EXIT
004550         END-IF
004560     END-IF.
004570     MOVE STUDENT-MASTER-RECORD TO COHORT-WORK-RECORD.
004580     PERFORM 2700-STORE-COPY THRU 2700-EXIT.
004590 2150-EXIT.
004600     EXIT.

004610*    THE ARCHIVE IS APPENDED IN DATE ORDER, SO A LATER COPY OF
004620*    EQUAL RANK IS THE NEWER ONE AND REPLACES THE COPY HELD.
004630 2200-GATHER-ONE-ARCHIVE.
004640     READ ARCHIVE-FILE
004650         AT END
004660             MOVE "Y" TO WS-EOF-SW
004670             GO TO 2200-EXIT
004680     END-READ.
004690     IF WS-ARCHIVE-FILE-STATUS NOT = "00"
004700         DISPLAY "STUDARCH READ FAILED. STATUS="
004710             WS-ARCHIVE-FILE-STATUS
004720         DISPLAY "COHORT REPORT NOT PRODUCED - ARCHIVED STUDENTS "
004730             "WOULD BE MISSING."
004740         MOVE "Y" TO WS-RUN-FAILED-SW
004750         MOVE "Y" TO WS-EOF-SW
004760         GO TO 2200-EXIT
004770     END-IF.
004780     ADD 1 TO WS-ARCHIVE-READ.
004790     MOVE AR-SNO TO WS-RESOLVED-SNO.
004800     PERFORM 2500-RESOLVE-NUMBER THRU 2500-EXIT.
004810     IF WS-RUN-FAILED
004820         MOVE "Y" TO WS-EOF-SW
004830         GO TO 2200-EXIT
004840     END-IF.
004850     IF WS-RESOLVED-SNO = AR-SNO
004860         MOVE 3 TO WS-NEW-RANK
004870     ELSE
004880         MOVE 4 TO WS-NEW-RANK
004890     END-IF.
004900     PERFORM 2600-FETCH-HELD-COPY THRU 2600-EXIT.
004910     IF WS-WORK-FILE-STATUS = "00"
004920         ADD 1 TO WS-COPIES-COLLAPSED
004930         IF WS-NEW-RANK > CW-RANK
004940             GO TO 2200-EXIT
004950         END-IF
004960     END-IF.
004970     MOVE ARCHIVE-RECORD(1:118) TO COHORT-WORK-RECORD.
004980     PERFORM 2700-STORE-COPY THRU 2700-EXIT.
004990 2200-EXIT.
005000     EXIT.

005010*    FOLLOW A RETIRED NUMBER TO THE NUMBER IT WAS MERGED INTO,
005020*    HOP BY HOP AS SANCHEZ35 DOES, SINCE A SURVIVOR MAY ITSELF
005030*    HAVE BEEN MERGED LATER. FIVE HOPS STOP A LOOPED CHAIN. A
005040*    CROSS-REFERENCE READ ERROR STOPS THE RUN, SINCE THE STUDENT
005050*    COULD NOT BE PLACED UNDER THE RIGHT NUMBER.
005060 2500-RESOLVE-NUMBER.
005070     IF NOT WS-XREF-READY
005080         GO TO 2500-EXIT
005090     END-IF.
005100     MOVE 0 TO WS-XREF-HOPS.
005110     MOVE "N" TO WS-XREF-DEAD-END-SW.
005120     PERFORM 2510-CHASE-ONE-HOP THRU 2510-EXIT
005130         UNTIL WS-XREF-HOPS > 4
005140         OR WS-XREF-DEAD-END
005150         OR WS-RUN-FAILED.
005160     IF WS-XREF-HOPS > 1
005170         ADD 1 TO WS-RETIRED-FOLLOWED
005180     END-IF.
005190 2500-EXIT.
005200     EXIT.

005210 2510-CHASE-ONE-HOP.
005220     ADD 1 TO WS-XREF-HOPS.
005230     MOVE WS-RESOLVED-SNO TO XR-XREF-OLD-SNO.
005240     READ XREF-FILE
005250         INVALID KEY
005260             MOVE "Y" TO WS-XREF-DEAD-END-SW
005270     END-READ.
005280     IF WS-XREF-DEAD-END
005290         GO TO 2510-EXIT
005300     END-IF.
005310     IF WS-XREF-FILE-STATUS NOT = "00"
005320         DISPLAY "SNOXREF READ FAILED FOR " WS-RESOLVED-SNO
005330             " STATUS=" WS-XREF-FILE-STATUS
005340         DISPLAY "COHORT REPORT NOT PRODUCED - MERGED STUDENTS "
005350             "COULD NOT BE RESOLVED."
005360         MOVE "Y" TO WS-RUN-FAILED-SW
005370         GO TO 2510-EXIT
005380     END-IF.
005390     MOVE XR-XREF-NEW-SNO TO WS-RESOLVED-SNO.
005400 2510-EXIT.
005410     EXIT.

005420*    STATUS 00 MEANS A COPY IS ALREADY HELD (ITS RANK IS IN
005430*    CW-RANK); ANYTHING ELSE MEANS THIS IS THE FIRST.
005440 2600-FETCH-HELD-COPY.
005450     MOVE WS-RESOLVED-SNO TO CW-SNO.
005460     READ COHORT-WORK-FILE
005470         INVALID KEY
005480             CONTINUE
005490     END-READ.
005500 2600-EXIT.
005510     EXIT.

005520*    THE COPY IS FILED UNDER THE SURVIVING NUMBER. A REWRITE
005530*    REPLACES A WORSE COPY; A WRITE ADDS THE FIRST.
005540 2700-STORE-COPY.
005550     MOVE WS-RESOLVED-SNO TO CW-SNO.
005560     MOVE WS-NEW-RANK TO CW-RANK.
005570     IF WS-WORK-FILE-STATUS = "00"
005580         REWRITE COHORT-WORK-RECORD
005590     ELSE
005600         WRITE COHORT-WORK-RECORD
005610     END-IF.
005620     IF WS-WORK-FILE-STATUS NOT = "00"
005630         ADD 1 TO WS-WORK-ERRORS
005640         DISPLAY "COHTWORK WRITE FAILED FOR " CW-SNO
005650             " STATUS=" WS-WORK-FILE-STATUS
005660     END-IF.
005670 2700-EXIT.
005680     EXIT.

005690*****************************************************************
005700*    3000 - INPUT PROCEDURE: TAG EVERY STUDENT COUNTED WITH      *
005710*    THEIR COHORT AND COURSE'S DEPARTMENT                        *
005720*****************************************************************
005730 3000-TAG-STUDENTS.
005740     MOVE "N" TO WS-EOF-SW.
005750     MOVE LOW-VALUES TO CW-SNO.
005760     START COHORT-WORK-FILE
005770         KEY IS NOT LESS THAN CW-SNO.
005780     IF WS-WORK-FILE-STATUS NOT = "00"
005790         GO TO 3000-EXIT
005800     END-IF.
005810     PERFORM 3100-RELEASE-ONE-STUDENT THRU 3100-EXIT
005820         UNTIL WS-EOF.
005830 3000-EXIT.
005840     EXIT.

005850 3100-RELEASE-ONE-STUDENT.
005860     READ COHORT-WORK-FILE NEXT RECORD.
005870     IF WS-WORK-FILE-STATUS NOT = "00"
005880         MOVE "Y" TO WS-EOF-SW
005890         GO TO 3100-EXIT
005900     END-IF.
005910     PERFORM 3200-LOOK-UP-DEPARTMENT THRU 3200-EXIT.
005920     IF CW-ENROLL-TERM = SPACES
005930         MOVE "(NONE)" TO SW-TERM
005940     ELSE
005950         MOVE CW-ENROLL-TERM TO SW-TERM
005960     END-IF.
005970     MOVE WS-LAST-DEPARTMENT TO SW-DEPARTMENT.
005980     MOVE CW-COURSE TO SW-COURSE.
005990     MOVE CW-STATUS-CODE TO SW-STATUS-CODE.
006000     RELEASE SORT-WORK-RECORD.
006010 3100-EXIT.
006020     EXIT.

006030*    A CODE THAT IS NOT ON THE COURSE MASTER, OR A COURSE WITH
006040*    NO DEPARTMENT, FALLS UNDER (UNKNOWN) SO IT STAYS VISIBLE.
006050 3200-LOOK-UP-DEPARTMENT.
006060     IF CW-COURSE = WS-LAST-COURSE-CODE
006070         GO TO 3200-EXIT
006080     END-IF.
006090     MOVE CW-COURSE TO WS-LAST-COURSE-CODE.
006100     MOVE "(UNKNOWN)" TO WS-LAST-DEPARTMENT.
006110     MOVE CW-COURSE TO CM-COURSE-CODE.
006120     READ COURSE-MASTER-FILE
006130         INVALID KEY
006140             CONTINUE
006150         NOT INVALID KEY
006160             IF CM-DEPARTMENT NOT = SPACES
006170                 MOVE CM-DEPARTMENT TO WS-LAST-DEPARTMENT
006180             END-IF
006190     END-READ.
006200 3200-EXIT.
006210     EXIT.

006220*****************************************************************
006230*    4000 - OUTPUT PROCEDURE: CONTROL BREAKS ON COHORT,          *
006240*    DEPARTMENT AND COURSE                                       *
006250*****************************************************************
006260 4000-PRODUCE-REPORT.
006270     OPEN OUTPUT COHORT-REPORT-FILE.
006280     IF WS-REPORT-FILE-STATUS NOT = "00"
006290         DISPLAY "UNABLE TO OPEN COHTRPT. STATUS="
006300             WS-REPORT-FILE-STATUS
006310         MOVE "Y" TO WS-RUN-FAILED-SW
006320         GO TO 4000-EXIT
006330     END-IF.
006340     OPEN OUTPUT COHORT-EXTRACT-FILE.
006350     IF WS-EXTRACT-FILE-STATUS NOT = "00"
006360         DISPLAY "UNABLE TO OPEN COHTCSV. STATUS="
006370             WS-EXTRACT-FILE-STATUS
006380         CLOSE COHORT-REPORT-FILE
006390         MOVE "Y" TO WS-RUN-FAILED-SW
006400         GO TO 4000-EXIT
006410     END-IF.
006420     MOVE WS-RUN-DATE TO RH1-RUN-DATE.
006430     WRITE COHORT-REPORT-RECORD FROM WS-HEADING-1.
006440     WRITE COHORT-REPORT-RECORD FROM WS-COLUMN-LINE
006450         AFTER ADVANCING 2.
006460     WRITE COHORT-EXTRACT-RECORD FROM WS-EXTRACT-HEADING.
006470     MOVE "Y" TO WS-FIRST-RECORD-SW.
006480     MOVE "N" TO WS-EOF-SW.
006490     RETURN SORT-WORK-FILE
006500         AT END MOVE "Y" TO WS-EOF-SW
006510     END-RETURN.
006520     PERFORM 4100-PROCESS-ONE-RECORD THRU 4100-EXIT
006530         UNTIL WS-EOF.
006540     IF NOT WS-FIRST-RECORD
006550         PERFORM 4400-WRITE-COURSE-FIGURES THRU 4400-EXIT
006560         PERFORM 4500-WRITE-DEPT-FIGURES THRU 4500-EXIT
006570         PERFORM 4600-WRITE-COHORT-FIGURES THRU 4600-EXIT
006580     END-IF.
006590     PERFORM 4700-WRITE-SCHOOL-FIGURES THRU 4700-EXIT.
006600     CLOSE COHORT-REPORT-FILE.
006610     CLOSE COHORT-EXTRACT-FILE.
006620 4000-EXIT.
006630     EXIT.

006640 4100-PROCESS-ONE-RECORD.
006650     EVALUATE TRUE
006660         WHEN WS-FIRST-RECORD
006670             MOVE "N" TO WS-FIRST-RECORD-SW
006680             PERFORM 4200-START-NEW-COHORT THRU 4200-EXIT
006690             PERFORM 4250-START-NEW-DEPT THRU 4250-EXIT
006700             PERFORM 4300-START-NEW-COURSE THRU 4300-EXIT
006710         WHEN SW-TERM NOT = WS-BREAK-TERM
006720             PERFORM 4400-WRITE-COURSE-FIGURES THRU 4400-EXIT
006730             PERFORM 4500-WRITE-DEPT-FIGURES THRU 4500-EXIT
006740             PERFORM 4600-WRITE-COHORT-FIGURES THRU 4600-EXIT
006750             PERFORM 4200-START-NEW-COHORT THRU 4200-EXIT
006760             PERFORM 4250-START-NEW-DEPT THRU 4250-EXIT
006770             PERFORM 4300-START-NEW-COURSE THRU 4300-EXIT
006780         WHEN SW-DEPARTMENT NOT = WS-BREAK-DEPT
006790             PERFORM 4400-WRITE-COURSE-FIGURES THRU 4400-EXIT
006800             PERFORM 4500-WRITE-DEPT-FIGURES THRU 4500-EXIT
006810             PERFORM 4250-START-NEW-DEPT THRU 4250-EXIT
006820             PERFORM 4300-START-NEW-COURSE THRU 4300-EXIT
006830         WHEN SW-COURSE NOT = WS-BREAK-COURSE
006840             PERFORM 4400-WRITE-COURSE-FIGURES THRU 4400-EXIT
006850             PERFORM 4300-START-NEW-COURSE THRU 4300-EXIT
006860     END-EVALUATE.
006870*    THE LEGACY BLANK STATUS COUNTS AS ACTIVE, AS EVERYWHERE.
006880     EVALUATE SW-STATUS-CODE
006890         WHEN "W"
006900             ADD 1 TO WS-CRS-WITHDRAWN
006910         WHEN "G"
006920             ADD 1 TO WS-CRS-GRADUATED
006930         WHEN OTHER
006940             ADD 1 TO WS-CRS-ACTIVE
006950     END-EVALUATE.
006960     RETURN SORT-WORK-FILE
006970         AT END MOVE "Y" TO WS-EOF-SW
006980     END-RETURN.
006990 4100-EXIT.
007000     EXIT.

007010 4200-START-NEW-COHORT.
007020     MOVE SW-TERM TO WS-BREAK-TERM.
007030     MOVE 0 TO WS-COH-ACTIVE.
007040     MOVE 0 TO WS-COH-WITHDRAWN.
007050     MOVE 0 TO WS-COH-GRADUATED.
007060     ADD 1 TO WS-COHORT-COUNT.
007070     MOVE WS-BREAK-TERM TO CH-TERM.
007080     WRITE COHORT-REPORT-RECORD FROM WS-COHORT-LINE
007090         AFTER ADVANCING 2.
007100 4200-EXIT.
007110     EXIT.

007120 4250-START-NEW-DEPT.
007130     MOVE SW-DEPARTMENT TO WS-BREAK-DEPT.
007140     MOVE 0 TO WS-DEP-ACTIVE.
007150     MOVE 0 TO WS-DEP-WITHDRAWN.
007160     MOVE 0 TO WS-DEP-GRADUATED.
007170     MOVE WS-BREAK-DEPT TO DH-DEPT.
007180     WRITE COHORT-REPORT-RECORD FROM WS-DEPT-LINE
007190         AFTER ADVANCING 2.
007200 4250-EXIT.
007210     EXIT.

007220 4300-START-NEW-COURSE.
007230     MOVE SW-COURSE TO WS-BREAK-COURSE.
007240     MOVE 0 TO WS-CRS-ACTIVE.
007250     MOVE 0 TO WS-CRS-WITHDRAWN.
007260     MOVE 0 TO WS-CRS-GRADUATED.
007270 4300-EXIT.
007280     EXIT.

007290 4400-WRITE-COURSE-FIGURES.
007300     MOVE "C" TO WS-FIG-LEVEL.
007310     MOVE WS-BREAK-COURSE TO WS-FIG-LABEL.
007320     MOVE WS-BREAK-TERM TO WS-FIG-TERM.
007330     MOVE WS-BREAK-DEPT TO WS-FIG-DEPT.
007340     MOVE WS-BREAK-COURSE TO WS-FIG-COURSE.
007350     MOVE WS-CRS-ACTIVE TO WS-FIG-ACTIVE.
007360     MOVE WS-CRS-WITHDRAWN TO WS-FIG-WITHDRAWN.
007370     MOVE WS-CRS-GRADUATED TO WS-FIG-GRADUATED.
007380     PERFORM 4800-WRITE-FIGURES THRU 4800-EXIT.
007390     ADD WS-CRS-ACTIVE TO WS-DEP-ACTIVE.
007400     ADD WS-CRS-WITHDRAWN TO WS-DEP-WITHDRAWN.
007410     ADD WS-CRS-GRADUATED TO WS-DEP-GRADUATED.
007420 4400-EXIT.
007430     EXIT.

007440 4500-WRITE-DEPT-FIGURES.
007450     MOVE "D" TO WS-FIG-LEVEL.
007460     MOVE "DEPARTMENT TOTAL" TO WS-FIG-LABEL.
007470     MOVE WS-BREAK-TERM TO WS-FIG-TERM.
007480     MOVE WS-BREAK-DEPT TO WS-FIG-DEPT.
007490     MOVE SPACES TO WS-FIG-COURSE.
007500     MOVE WS-DEP-ACTIVE TO WS-FIG-ACTIVE.
007510     MOVE WS-DEP-WITHDRAWN TO WS-FIG-WITHDRAWN.
007520     MOVE WS-DEP-GRADUATED TO WS-FIG-GRADUATED.
007530     PERFORM 4800-WRITE-FIGURES THRU 4800-EXIT.
007540     ADD WS-DEP-ACTIVE TO WS-COH-ACTIVE.
007550     ADD WS-DEP-WITHDRAWN TO WS-COH-WITHDRAWN.
007560     ADD WS-DEP-GRADUATED TO WS-COH-GRADUATED.
007570 4500-EXIT.
007580     EXIT.

007590 4600-WRITE-COHORT-FIGURES.
007600     MOVE SPACES TO COHORT-REPORT-RECORD.
007610     WRITE COHORT-REPORT-RECORD
007620         AFTER ADVANCING 1.
007630     MOVE "T" TO WS-FIG-LEVEL.
007640     MOVE SPACES TO WS-FIG-LABEL.
007650     STRING "COHORT " WS-BREAK-TERM " TOTAL"
007660         DELIMITED BY SIZE INTO WS-FIG-LABEL.
007670     MOVE WS-BREAK-TERM TO WS-FIG-TERM.
007680     MOVE SPACES TO WS-FIG-DEPT.
007690     MOVE SPACES TO WS-FIG-COURSE.
007700     MOVE WS-COH-ACTIVE TO WS-FIG-ACTIVE.
007710     MOVE WS-COH-WITHDRAWN TO WS-FIG-WITHDRAWN.
007720     MOVE WS-COH-GRADUATED TO WS-FIG-GRADUATED.
007730     PERFORM 4800-WRITE-FIGURES THRU 4800-EXIT.
007740     ADD WS-COH-ACTIVE TO WS-TOT-ACTIVE.
007750     ADD WS-COH-WITHDRAWN TO WS-TOT-WITHDRAWN.
007760     ADD WS-COH-GRADUATED TO WS-TOT-GRADUATED.
007770 4600-EXIT.
007780     EXIT.

007790 4700-WRITE-SCHOOL-FIGURES.
007800     MOVE SPACES TO COHORT-REPORT-RECORD.
007810     WRITE COHORT-REPORT-RECORD
007820         AFTER ADVANCING 1.
007830     MOVE "S" TO WS-FIG-LEVEL.
007840     MOVE "ALL COHORTS" TO WS-FIG-LABEL.
007850     MOVE SPACES TO WS-FIG-TERM.
007860     MOVE SPACES TO WS-FIG-DEPT.
007870     MOVE SPACES TO WS-FIG-COURSE.
007880     MOVE WS-TOT-ACTIVE TO WS-FIG-ACTIVE.
007890     MOVE WS-TOT-WITHDRAWN TO WS-FIG-WITHDRAWN.
007900     MOVE WS-TOT-GRADUATED TO WS-FIG-GRADUATED.
007910     PERFORM 4800-WRITE-FIGURES THRU 4800-EXIT.
007920     MOVE "COHORTS" TO NL-TEXT.
007930     MOVE WS-COHORT-COUNT TO NL-COUNT.
007940     WRITE COHORT-REPORT-RECORD FROM WS-NOTE-LINE
007950         AFTER ADVANCING 2.
007960     MOVE "MASTER RECORDS READ" TO NL-TEXT.
007970     MOVE WS-MASTER-READ TO NL-COUNT.
007980     WRITE COHORT-REPORT-RECORD FROM WS-NOTE-LINE
007990         AFTER ADVANCING 1.
008000     MOVE "ARCHIVE COPIES READ" TO NL-TEXT.
008010     MOVE WS-ARCHIVE-READ TO NL-COUNT.
008020     WRITE COHORT-REPORT-RECORD FROM WS-NOTE-LINE
008030         AFTER ADVANCING 1.
008040     MOVE "COPIES FILED UNDER A RETIRED NUMBER"
008050         TO NL-TEXT.
008060     MOVE WS-RETIRED-FOLLOWED TO NL-COUNT.
008070     WRITE COHORT-REPORT-RECORD FROM WS-NOTE-LINE
008080         AFTER ADVANCING 1.
008090     MOVE "COPIES COLLAPSED INTO A STUDENT ALREADY COUNTED"
008100         TO NL-TEXT.
008110     MOVE WS-COPIES-COLLAPSED TO NL-COUNT.
008120     WRITE COHORT-REPORT-RECORD FROM WS-NOTE-LINE
008130         AFTER ADVANCING 1.
008140     IF WS-WORK-ERRORS > 0
008150         MOVE "STUDENTS LEFT OUT - COHTWORK WRITE FAILED"
008160             TO NL-TEXT
008170         MOVE WS-WORK-ERRORS TO NL-COUNT
008180         WRITE COHORT-REPORT-RECORD FROM WS-NOTE-LINE
008190             AFTER ADVANCING 1
008200     END-IF.
008210 4700-EXIT.
008220     EXIT.

008230*    ONE FIGURE LINE ON THE REPORT AND THE SAME FIGURES ON THE
008240*    EXTRACT. RATES ARE PERCENTAGES OF INTAKE TO ONE DECIMAL.
008250 4800-WRITE-FIGURES.
008260     COMPUTE WS-FIG-INTAKE = WS-FIG-ACTIVE + WS-FIG-WITHDRAWN
008270         + WS-FIG-GRADUATED.
008280     MOVE 0 TO WS-FIG-RETENTION.
008290     MOVE 0 TO WS-FIG-GRADUATION.
008300     IF WS-FIG-INTAKE > 0
008310         COMPUTE WS-FIG-RETENTION ROUNDED =
008320             (WS-FIG-ACTIVE + WS-FIG-GRADUATED) * 100
008330             / WS-FIG-INTAKE
008340         COMPUTE WS-FIG-GRADUATION ROUNDED =
008350             WS-FIG-GRADUATED * 100 / WS-FIG-INTAKE
008360     END-IF.
008370     MOVE WS-FIG-LABEL TO FL-LABEL.
008380     MOVE WS-FIG-INTAKE TO FL-INTAKE.
008390     MOVE WS-FIG-ACTIVE TO FL-ACTIVE.
008400     MOVE WS-FIG-WITHDRAWN TO FL-WITHDRAWN.
008410     MOVE WS-FIG-GRADUATED TO FL-GRADUATED.
008420     MOVE WS-FIG-RETENTION TO FL-RETENTION.
008430     MOVE WS-FIG-GRADUATION TO FL-GRADUATION.
008440     WRITE COHORT-REPORT-RECORD FROM WS-FIGURE-LINE
008450         AFTER ADVANCING 1.
008460     MOVE WS-FIG-LEVEL TO CV-LEVEL.
008470     MOVE WS-FIG-TERM TO CV-TERM.
008480     MOVE WS-FIG-DEPT TO CV-DEPARTMENT.
008490     MOVE WS-FIG-COURSE TO CV-COURSE.
008500     MOVE WS-FIG-INTAKE TO CV-INTAKE.
008510     MOVE WS-FIG-ACTIVE TO CV-ACTIVE.
008520     MOVE WS-FIG-WITHDRAWN TO CV-WITHDRAWN.
008530     MOVE WS-FIG-GRADUATED TO CV-GRADUATED.
008540     MOVE WS-FIG-RETENTION TO CV-RETENTION.
008550     MOVE WS-FIG-GRADUATION TO CV-GRADUATION.
008560     WRITE COHORT-EXTRACT-RECORD FROM WS-EXTRACT-LINE.
008570 4800-EXIT.
008580     EXIT.

008590*****************************************************************
008600*    7200 - SEQUENTIAL BROWSE OF THE MASTER BY STUDENT NUMBER    *
008610*****************************************************************
008620 7200-START-BROWSE.
008630     MOVE "N" TO WS-EOF-SW.
008640     MOVE LOW-VALUES TO SM-SNO.
008650     START STUDENT-MASTER-FILE
008660         KEY IS NOT LESS THAN SM-SNO.
008670     IF WS-STUDENT-FILE-STATUS NOT = "00"
008680         MOVE "Y" TO WS-EOF-SW
008690     END-IF.
008700     IF WS-NOT-EOF
008710         PERFORM 7210-READ-NEXT-STUDENT THRU 7210-EXIT
008720     END-IF.
008730 7200-EXIT.
008740     EXIT.

008750*    ANY STATUS OTHER THAN A GOOD READ ENDS THE BROWSE, SO A
008760*    HARD I-O ERROR CANNOT LEAVE THE CALLER LOOPING FOREVER.
008770 7210-READ-NEXT-STUDENT.
008780     READ STUDENT-MASTER-FILE NEXT RECORD.
008790     IF WS-STUDENT-FILE-STATUS NOT = "00"
008800         MOVE "Y" TO WS-EOF-SW
008810     END-IF.
008820 7210-EXIT.
008830     EXIT.

008840*****************************************************************
008850*    9000 - TERMINATION                                          *
008860*****************************************************************
008870 9000-TERMINATE.
008880     IF WS-XREF-READY
008890         CLOSE XREF-FILE
008900     END-IF.
008910     IF WS-STUDENT-MASTER-READY
008920         CLOSE STUDENT-MASTER-FILE
008930     END-IF.
008940     IF WS-COURSE-MASTER-READY
008950         CLOSE COURSE-MASTER-FILE
008960     END-IF.
008970     IF WS-WORK-FILE-READY
008980         CLOSE COHORT-WORK-FILE
008990     END-IF.
009000     IF WS-RUN-FAILED
009010         DISPLAY "COHORT REPORT NOT PRODUCED."
009020     ELSE
009030         DISPLAY "COHORT REPORT COMPLETE. OUTPUT IN COHTRPT, "
009040             "EXTRACT IN COHTCSV"
009050     END-IF.
009060 9000-EXIT.
009070     EXIT.
