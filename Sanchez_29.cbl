000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SANCHEZ29.
000030 AUTHOR. J SANCHEZ.
000040 INSTALLATION. REGISTRAR SYSTEMS UNIT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    OFFICIAL TRANSCRIPT                                         *
000100*                                                                *
000110*    PRINTS THE TRANSCRIPT (TRANSCPT) FOR EACH STUDENT NUMBER    *
000120*    KEYED IN, ONE STUDENT PER PAGE, UNTIL A BLANK NUMBER IS     *
000130*    ENTERED. THE GRADES COME FROM THE GRADE FILE (GRADMST) IN   *
000140*    TERM ORDER: EVERY SUBJECT WITH ITS UNITS, GRADE AND GRADE   *
000150*    POINTS, AND UNDER EACH TERM THE TERM GPA AND THE            *
000160*    CUMULATIVE GPA TO DATE. THE LAST LINE GIVES THE ACADEMIC    *
000170*    STANDING (PROBATION BELOW A CUMULATIVE 2.00). GPA COUNTS    *
000180*    ONLY LETTER GRADES A TO F; P EARNS CREDIT ONLY, I AND W    *
000190*    NEITHER. THE NAME AND COURSE COME FROM THE MASTER OR, FOR   *
000200*    A STUDENT NO LONGER ON IT, FROM THE LATEST COPY IN THE      *
000210*    ARCHIVE (STUDARCH), SO ALUMNI TRANSCRIPTS PRINT THE SAME    *
000220*    WAY. NOTHING IS UPDATED.                                    *
000230*                                                                *
000240*    MODIFICATION HISTORY                                        *
000250*     DATE       BY   DESCRIPTION                                *
000260*     2026-10-15 JS   INITIAL VERSION                            *
000270*****************************************************************

000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000310 OBJECT-COMPUTER. IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT GRADE-FILE
000350         ASSIGN TO "GRADMST"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS GR-GRD-KEY
000390         FILE STATUS IS WS-GRADE-FILE-STATUS.
000400     SELECT STUDENT-MASTER-FILE
000410         ASSIGN TO "STUDMAST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS SM-SNO
000450         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000460     SELECT ARCHIVE-FILE
000470         ASSIGN TO "STUDARCH"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
000500     SELECT TRANSCRIPT-FILE
000510         ASSIGN TO "TRANSCPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-TRAN-FILE-STATUS.

000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  GRADE-FILE.
000570 01  GRADE-RECORD.
000580     COPY GRADREC
000590         REPLACING ==03== BY ==02==
000600             ==GRD-KEY== BY ==GR-GRD-KEY==
000610             ==GRD-SNO== BY ==GR-GRD-SNO==
000620             ==GRD-TERM-CODE== BY ==GR-GRD-TERM-CODE==
000630             ==GRD-SUBJECT-TITLE== BY ==GR-GRD-SUBJECT-TITLE==
000640             ==GRD-SUBJECT== BY ==GR-GRD-SUBJECT==
000650             ==GRD-UNITS== BY ==GR-GRD-UNITS==
000660             ==GRD-GRADE-POINTS== BY ==GR-GRD-GRADE-POINTS==
000670             ==GRD-GRADE== BY ==GR-GRD-GRADE==
000680             ==GRD-VALID-GRADE== BY ==GR-GRD-VALID-GRADE==
000690             ==GRD-COUNTS-IN-GPA== BY ==GR-GRD-COUNTS-IN-GPA==
000700             ==GRD-EARNS-CREDIT== BY ==GR-GRD-EARNS-CREDIT==
000710             ==GRD-POSTED-DATE== BY ==GR-GRD-POSTED-DATE==
000720             ==GRD-OPERATOR== BY ==GR-GRD-OPERATOR==.

000730 FD  STUDENT-MASTER-FILE.
000740 01  STUDENT-MASTER-RECORD.
000750     COPY STUDREC
000760         REPLACING ==03== BY ==02==
000770             ==FULLNAME== BY ==SM-FULLNAME==
000780             ==SNO== BY ==SM-SNO==
000790             ==COURSE== BY ==SM-COURSE==
000800             ==CONTACT-INFO== BY ==SM-CONTACT-INFO==
000810             ==MOBILE== BY ==SM-MOBILE==
000820             ==LANDLINE== BY ==SM-LANDLINE==
000830             ==AGE== BY ==SM-AGE==
000840             ==STATUS-CODE== BY ==SM-STATUS-CODE==
000850             ==STUDENT-ACTIVE== BY ==SM-STUDENT-ACTIVE==
000860             ==STUDENT-WITHDRAWN== BY ==SM-STUDENT-WITHDRAWN==
000870             ==STUDENT-GRADUATED== BY ==SM-STUDENT-GRADUATED==
000880             ==STATUS-DATE== BY ==SM-STATUS-DATE==
000890             ==ENROLL-TERM== BY ==SM-ENROLL-TERM==.

000900 FD  ARCHIVE-FILE.
000910 01  ARCHIVE-RECORD.
000920     COPY STUDREC
000930         REPLACING ==03== BY ==02==
000940             ==FULLNAME== BY ==AR-FULLNAME==
000950             ==SNO== BY ==AR-SNO==
000960             ==COURSE== BY ==AR-COURSE==
000970             ==CONTACT-INFO== BY ==AR-CONTACT-INFO==
000980             ==MOBILE== BY ==AR-MOBILE==
000990             ==LANDLINE== BY ==AR-LANDLINE==
001000             ==AGE== BY ==AR-AGE==
001010             ==STATUS-CODE== BY ==AR-STATUS-CODE==
001020             ==STUDENT-ACTIVE== BY ==AR-STUDENT-ACTIVE==
001030             ==STUDENT-WITHDRAWN== BY ==AR-STUDENT-WITHDRAWN==
001040             ==STUDENT-GRADUATED== BY ==AR-STUDENT-GRADUATED==
001050             ==STATUS-DATE== BY ==AR-STATUS-DATE==
001060             ==ENROLL-TERM== BY ==AR-ENROLL-TERM==.
001070     02  AR-ARCHIVE-DATE               PIC X(10).

001080 FD  TRANSCRIPT-FILE.
001090 01  TRANSCRIPT-RECORD                PIC X(132).

001100 WORKING-STORAGE SECTION.
001110 77  WS-GRADE-FILE-STATUS          PIC X(02).
001120 77  WS-STUDENT-FILE-STATUS        PIC X(02).
001130 77  WS-ARCHIVE-FILE-STATUS        PIC X(02).
001140 77  WS-TRAN-FILE-STATUS           PIC X(02).
001150 77  WS-STUDENT-MASTER-SW          PIC X(01)    VALUE "N".
001160         88  WS-STUDENT-MASTER-READY                VALUE "Y".

001170 77  WS-RUN-READY-SW               PIC X(01)    VALUE "N".
001180         88  WS-RUN-READY                           VALUE "Y".
001190         88  WS-RUN-NOT-READY                       VALUE "N".
001200 77  WS-RUN-FAILED-SW              PIC X(01)    VALUE "N".
001210         88  WS-RUN-FAILED                          VALUE "Y".
001220 77  WS-DONE-SW                    PIC X(01)    VALUE "N".
001230         88  WS-DONE                                VALUE "Y".
001240 77  WS-EOF-SW                     PIC X(01)    VALUE "N".
001250         88  WS-EOF                                 VALUE "Y".
001260 77  WS-STUDENT-END-SW             PIC X(01)    VALUE "N".
001270         88  WS-STUDENT-END                         VALUE "Y".
001280 77  WS-FOUND-SW                   PIC X(01)    VALUE "N".
001290         88  WS-FOUND                               VALUE "Y".
001300         88  WS-NOT-FOUND                           VALUE "N".

001310 77  WS-TRAN-SNO                   PIC X(30).
001320 77  WS-TRAN-NAME                  PIC X(30).
001330 77  WS-TRAN-COURSE                PIC X(20).
001340 77  WS-TRAN-STATUS                PIC X(30).
001350 77  WS-CUR-TERM                   PIC X(06).

001360*    LATEST ARCHIVE COPY SEEN FOR THE STUDENT ON THE SCAN.
001370 01  WS-HOLD-AREA.
001380         05  HD-FULLNAME               PIC X(30).
001390         05  HD-COURSE                 PIC X(20).
001400         05  HD-STATUS-CODE            PIC X(01).
001410             88  HD-STUDENT-WITHDRAWN               VALUE "W".
001420             88  HD-STUDENT-GRADUATED               VALUE "G".
001430         05  HD-ARCHIVE-DATE           PIC X(10).

001440*    GPA ACCUMULATORS. QUALITY POINTS ARE UNITS TIMES GRADE
001450*    POINTS OVER THE GRADES THAT COUNT IN GPA ONLY; CREDITS ARE
001460*    THE UNITS OF EVERY GRADE THAT EARNS CREDIT.
001470 77  WS-TERM-GPA-UNITS             PIC 9(04) COMP.
001480 77  WS-TERM-QUALITY-POINTS        PIC 9(05)V99.
001490 77  WS-TERM-CREDITS               PIC 9(04) COMP.
001500 77  WS-TERM-GPA                   PIC 9V99.
001510 77  WS-CUM-GPA-UNITS              PIC 9(04) COMP.
001520 77  WS-CUM-QUALITY-POINTS         PIC 9(06)V99.
001530 77  WS-CUM-CREDITS                PIC 9(04) COMP.
001540 77  WS-CUM-GPA                    PIC 9V99.
001550 77  WS-QUALITY-POINTS             PIC 9(04)V99.
001560 77  WS-GRADE-COUNT                PIC 9(05) COMP.

001570 77  WS-TRANSCRIPTS-PRINTED        PIC 9(07) COMP VALUE 0.
001580 77  WS-LINE-COUNT                 PIC 99 COMP.
001590 77  WS-LINES-PER-PAGE             PIC 99 COMP  VALUE 50.
001600 77  WS-PAGE-NO                    PIC 999 COMP VALUE 0.

001610 01  WS-DATE-FIELDS.
001620         05  WS-CURRENT-DATE           PIC 9(08).
001630 01  WS-DATE-BREAKDOWN REDEFINES WS-DATE-FIELDS.
001640         05  WS-CUR-YYYY               PIC 9(04).
001650         05  WS-CUR-MM                 PIC 9(02).
001660         05  WS-CUR-DD                 PIC 9(02).
001670 77  WS-RUN-DATE                   PIC X(10).

001680 01  WS-HEADING-1.
001690         05  FILLER                    PIC X(10)    VALUE SPACES.
001700         05  FILLER                    PIC X(30)    VALUE
001710             "REGISTRAR SYSTEMS UNIT".
001720         05  FILLER                    PIC X(30)    VALUE SPACES.
001730         05  FILLER                    PIC X(05)    VALUE "PAGE ".
001740         05  RH1-PAGE-NO               PIC ZZZ9.

001750 01  WS-HEADING-2.
001760         05  FILLER                    PIC X(10)    VALUE SPACES.
001770         05  FILLER                    PIC X(30)    VALUE
001780             "OFFICIAL TRANSCRIPT".
001790         05  FILLER                    PIC X(19)    VALUE SPACES.
001800         05  FILLER                    PIC X(10)
001810             VALUE "RUN DATE: ".
001820         05  RH2-RUN-DATE              PIC X(10).

001830 01  WS-HEADING-3.
001840         05  FILLER                    PIC X(01)    VALUE SPACES.
001850         05  FILLER                    PIC X(12)
001860             VALUE "STUDENT NO: ".
001870         05  RH3-SNO                   PIC X(30).
001880         05  FILLER                    PIC X(06)
001890             VALUE "NAME: ".
001900         05  RH3-NAME                  PIC X(30).

001910 01  WS-HEADING-4.
001920         05  FILLER                    PIC X(01)    VALUE SPACES.
001930         05  FILLER                    PIC X(12)
001940             VALUE "COURSE:     ".
001950         05  RH4-COURSE                PIC X(20).
001960         05  FILLER                    PIC X(10)    VALUE SPACES.
001970         05  FILLER                    PIC X(08)
001980             VALUE "STATUS: ".
001990         05  RH4-STATUS                PIC X(30).

002000 01  WS-TERM-HEADING.
002010         05  FILLER                    PIC X(01)    VALUE SPACES.
002020         05  FILLER                    PIC X(06)    VALUE "TERM ".
002030         05  TH-TERM                   PIC X(06).

002040 01  WS-COLUMN-HEADING.
002050         05  FILLER                    PIC X(03)    VALUE SPACES.
002060         05  FILLER                    PIC X(11)
002070             VALUE "SUBJECT".
002080         05  FILLER                    PIC X(31)
002090             VALUE "TITLE".
002100         05  FILLER                    PIC X(07)
002110             VALUE "UNITS".
002120         05  FILLER                    PIC X(07)
002130             VALUE "GRADE".
002140         05  FILLER                    PIC X(06)
002150             VALUE "POINTS".

002160 01  WS-DETAIL-LINE.
002170         05  FILLER                    PIC X(03)    VALUE SPACES.
002180         05  DL-SUBJECT                PIC X(10).
002190         05  FILLER                    PIC X(01)    VALUE SPACES.
002200         05  DL-TITLE                  PIC X(30).
002210         05  FILLER                    PIC X(02)    VALUE SPACES.
002220         05  DL-UNITS                  PIC Z9.
002230         05  FILLER                    PIC X(05)    VALUE SPACES.
002240         05  DL-GRADE                  PIC X(02).
002250         05  FILLER                    PIC X(05)    VALUE SPACES.
002260         05  DL-POINTS                 PIC 9.99.

002270 01  WS-TERM-TOTAL-LINE.
002280         05  FILLER                    PIC X(03)    VALUE SPACES.
002290         05  FILLER                    PIC X(14)
002300             VALUE "TERM CREDITS ".
002310         05  TT-TERM-CREDITS           PIC ZZZ9.
002320         05  FILLER                    PIC X(12)
002330             VALUE "  TERM GPA ".
002340         05  TT-TERM-GPA               PIC 9.99.
002350         05  FILLER                    PIC X(20)
002360             VALUE "  CUMULATIVE CREDITS".
002370         05  TT-CUM-CREDITS            PIC ZZZZ9.
002380         05  FILLER                    PIC X(17)
002390             VALUE "  CUMULATIVE GPA ".
002400         05  TT-CUM-GPA                PIC 9.99.

002410 01  WS-STANDING-LINE.
002420         05  FILLER                    PIC X(01)    VALUE SPACES.
002430         05  FILLER                    PIC X(19)
002440             VALUE "ACADEMIC STANDING: ".
002450         05  SL-STANDING               PIC X(40).

002460 PROCEDURE DIVISION.

002470 0000-MAINLINE.
002480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002490     IF WS-RUN-NOT-READY
002500         DISPLAY "TRANSCRIPT RUN NOT STARTED."
002510     ELSE
002520         PERFORM 2000-PRINT-TRANSCRIPTS THRU 2000-EXIT
002530         PERFORM 9000-TERMINATE THRU 9000-EXIT
002540     END-IF.
002550     STOP RUN.

002560*****************************************************************
002570*    1000 - FILE OPENS                                           *
002580*****************************************************************
002590 1000-INITIALIZE.
002600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002610     MOVE SPACES TO WS-RUN-DATE.
002620     STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD
002630         DELIMITED BY SIZE INTO WS-RUN-DATE.
002640     OPEN INPUT GRADE-FILE.
002650     IF WS-GRADE-FILE-STATUS NOT = "00"
002660         DISPLAY "UNABLE TO OPEN GRADMST. STATUS="
002670             WS-GRADE-FILE-STATUS
002680         DISPLAY "RUN SANCHEZ28 TO LOAD THE GRADE SHEETS FIRST."
002690         GO TO 1000-EXIT
002700     END-IF.
002710*    WITHOUT THE MASTER THE ARCHIVE IS STILL SEARCHED, SO
002720*    ALUMNI TRANSCRIPTS CAN PRINT WHILE THE MASTER IS DOWN.
002730     OPEN INPUT STUDENT-MASTER-FILE.
002740     IF WS-STUDENT-FILE-STATUS = "00"
002750         MOVE "Y" TO WS-STUDENT-MASTER-SW
002760     ELSE
002770         DISPLAY "STUDENT MASTER STUDMAST NOT AVAILABLE. NAMES "
002780             "WILL COME FROM THE ARCHIVE ONLY."
002790     END-IF.
002800     OPEN OUTPUT TRANSCRIPT-FILE.
002810     IF WS-TRAN-FILE-STATUS NOT = "00"
002820         DISPLAY "UNABLE TO OPEN TRANSCPT. STATUS="
002830             WS-TRAN-FILE-STATUS
002840         CLOSE GRADE-FILE
002850         IF WS-STUDENT-MASTER-READY
002860             CLOSE STUDENT-MASTER-FILE
002870         END-IF
002880         GO TO 1000-EXIT
002890     END-IF.
002900     MOVE "Y" TO WS-RUN-READY-SW.
002910 1000-EXIT.
002920     EXIT.

002930*****************************************************************
002940*    2000 - ONE TRANSCRIPT PER STUDENT NUMBER KEYED IN           *
002950*****************************************************************
002960 2000-PRINT-TRANSCRIPTS.
002970     MOVE 0 TO WS-PAGE-NO.
002980     MOVE "N" TO WS-DONE-SW.
002990     PERFORM 2100-ONE-REQUEST THRU 2100-EXIT
003000         UNTIL WS-DONE OR WS-RUN-FAILED.
003010     IF WS-TRANSCRIPTS-PRINTED = 0
003020         MOVE SPACES TO TRANSCRIPT-RECORD
003030         MOVE " NO TRANSCRIPTS PRINTED." TO TRANSCRIPT-RECORD
003040         WRITE TRANSCRIPT-RECORD
003050     END-IF.
003060 2000-EXIT.
003070     EXIT.

003080 2100-ONE-REQUEST.
003090     DISPLAY "STUDENT NUMBER (BLANK TO FINISH): "
003100         WITH NO ADVANCING.
003110     MOVE SPACES TO WS-TRAN-SNO.
003120     ACCEPT WS-TRAN-SNO.
003130     IF WS-TRAN-SNO = SPACES
003140         MOVE "Y" TO WS-DONE-SW
003150         GO TO 2100-EXIT
003160     END-IF.
003170     PERFORM 3000-ONE-TRANSCRIPT THRU 3000-EXIT.
003180 2100-EXIT.
003190     EXIT.

003200*****************************************************************
003210*    3000 - ONE STUDENT. THE GRADE FILE IS KEYED SNO, TERM,      *
003220*    SUBJECT, AND TERM CODES ARE YYYY-N, SO ONE PASS FROM THE    *
003230*    STUDENT'S FIRST KEY READS THE TERMS IN DATE ORDER.          *
003240*****************************************************************
003250 3000-ONE-TRANSCRIPT.
003260     PERFORM 3100-FIND-STUDENT THRU 3100-EXIT.
003270     IF WS-RUN-FAILED
003280         GO TO 3000-EXIT
003290     END-IF.
003300     MOVE WS-TRAN-SNO TO GR-GRD-SNO.
003310     MOVE LOW-VALUES TO GR-GRD-TERM-CODE.
003320     MOVE LOW-VALUES TO GR-GRD-SUBJECT.
003330     MOVE "N" TO WS-STUDENT-END-SW.
003340     MOVE "N" TO WS-EOF-SW.
003350     START GRADE-FILE
003360         KEY IS NOT LESS THAN GR-GRD-KEY.
003370     IF WS-GRADE-FILE-STATUS NOT = "00"
003380         MOVE "Y" TO WS-STUDENT-END-SW
003390     ELSE
003400         PERFORM 7100-READ-NEXT-GRADE THRU 7100-EXIT
003410     END-IF.
003420     IF WS-RUN-FAILED
003430         GO TO 3000-EXIT
003440     END-IF.
003450     IF WS-STUDENT-END
003460         IF WS-NOT-FOUND
003470             DISPLAY WS-TRAN-SNO
003480                 " IS NOT ON THE MASTER OR THE ARCHIVE."
003490         ELSE
003500             DISPLAY "NO GRADES ON FILE FOR " WS-TRAN-SNO
003510         END-IF
003520         GO TO 3000-EXIT
003530     END-IF.
003540     MOVE 0 TO WS-CUM-GPA-UNITS.
003550     MOVE 0 TO WS-CUM-QUALITY-POINTS.
003560     MOVE 0 TO WS-CUM-CREDITS.
003570     MOVE 0 TO WS-GRADE-COUNT.
003580     MOVE SPACES TO WS-CUR-TERM.
003590     ADD 1 TO WS-TRANSCRIPTS-PRINTED.
003600     PERFORM 3200-PRINT-PAGE-HEADERS THRU 3200-EXIT.
003610     PERFORM 3300-PRINT-ONE-GRADE THRU 3300-EXIT
003620         UNTIL WS-STUDENT-END.
003630     IF WS-RUN-FAILED
003640         GO TO 3000-EXIT
003650     END-IF.
003660     PERFORM 3500-PRINT-TERM-FOOT THRU 3500-EXIT.
003670     PERFORM 3600-PRINT-STANDING THRU 3600-EXIT.
003680     DISPLAY "TRANSCRIPT PRINTED FOR " WS-TRAN-SNO.
003690 3000-EXIT.
003700     EXIT.

003710*    THE MASTER COPY WINS; FAILING THAT THE LATEST ARCHIVE COPY.
003720*    A MASTER READ ERROR OTHER THAN "NOT FOUND" STOPS THE RUN
003730*    RATHER THAN PRINT A TRANSCRIPT UNDER THE WRONG HEADING.
003740 3100-FIND-STUDENT.
003750     MOVE "N" TO WS-FOUND-SW.
003760     MOVE "(NOT ON MASTER OR ARCHIVE)" TO WS-TRAN-NAME.
003770     MOVE SPACES TO WS-TRAN-COURSE.
003780     MOVE SPACES TO WS-TRAN-STATUS.
003790     IF WS-STUDENT-MASTER-READY
003800         MOVE WS-TRAN-SNO TO SM-SNO
003810         READ STUDENT-MASTER-FILE
003820             INVALID KEY
003830                 CONTINUE
003840             NOT INVALID KEY
003850                 MOVE "Y" TO WS-FOUND-SW
003860         END-READ
003870         IF WS-STUDENT-FILE-STATUS NOT = "00"
003880                 AND WS-STUDENT-FILE-STATUS NOT = "23"
003890             DISPLAY "UNABLE TO READ STUDMAST. STATUS="
003900                 WS-STUDENT-FILE-STATUS
003910             MOVE "Y" TO WS-RUN-FAILED-SW
003920             GO TO 3100-EXIT
003930         END-IF
003940     END-IF.
003950     IF WS-FOUND
003960         MOVE SM-FULLNAME TO WS-TRAN-NAME
003970         MOVE SM-COURSE TO WS-TRAN-COURSE
003980         EVALUATE TRUE
003990             WHEN SM-STUDENT-GRADUATED
004000                 MOVE "GRADUATED" TO WS-TRAN-STATUS
004010             WHEN SM-STUDENT-WITHDRAWN
004020                 MOVE "WITHDRAWN" TO WS-TRAN-STATUS
004030             WHEN OTHER
004040                 MOVE "ACTIVE" TO WS-TRAN-STATUS
004050         END-EVALUATE
004060         GO TO 3100-EXIT
004070     END-IF.
004080     PERFORM 3110-FIND-ARCHIVE-COPY THRU 3110-EXIT.
004090     IF WS-FOUND
004100         MOVE HD-FULLNAME TO WS-TRAN-NAME
004110         MOVE HD-COURSE TO WS-TRAN-COURSE
004120         EVALUATE TRUE
004130             WHEN HD-STUDENT-GRADUATED
004140                 STRING "GRADUATED, ARCHIVED " HD-ARCHIVE-DATE
004150                     DELIMITED BY SIZE INTO WS-TRAN-STATUS
004160             WHEN HD-STUDENT-WITHDRAWN
004170                 STRING "WITHDRAWN, ARCHIVED " HD-ARCHIVE-DATE
004180                     DELIMITED BY SIZE INTO WS-TRAN-STATUS
004190             WHEN OTHER
004200                 STRING "ARCHIVED " HD-ARCHIVE-DATE
004210                     DELIMITED BY SIZE INTO WS-TRAN-STATUS
004220         END-EVALUATE
004230     END-IF.
004240 3100-EXIT.
004250     EXIT.

004260*    ONE FULL PASS; EVERY MATCH OVERWRITES THE HOLD AREA, SO
004270*    THE COPY LEFT IN IT AT END OF FILE IS THE LATEST ONE.
004280 3110-FIND-ARCHIVE-COPY.
004290     OPEN INPUT ARCHIVE-FILE.
004300     IF WS-ARCHIVE-FILE-STATUS NOT = "00"
004310         GO TO 3110-EXIT
004320     END-IF.
004330     MOVE "N" TO WS-EOF-SW.
004340     PERFORM 7200-READ-NEXT-ARCHIVE THRU 7200-EXIT.
004350     PERFORM 3120-HOLD-IF-MATCHING THRU 3120-EXIT
004360         UNTIL WS-EOF.
004370     CLOSE ARCHIVE-FILE.
004380 3110-EXIT.
004390     EXIT.

004400 3120-HOLD-IF-MATCHING.
004410     IF AR-SNO = WS-TRAN-SNO
004420         MOVE AR-FULLNAME TO HD-FULLNAME
004430         MOVE AR-COURSE TO HD-COURSE
004440         MOVE AR-STATUS-CODE TO HD-STATUS-CODE
004450         MOVE AR-ARCHIVE-DATE TO HD-ARCHIVE-DATE
004460         MOVE "Y" TO WS-FOUND-SW
004470     END-IF.
004480     PERFORM 7200-READ-NEXT-ARCHIVE THRU 7200-EXIT.
004490 3120-EXIT.
004500     EXIT.

004510*    EVERY TRANSCRIPT STARTS A PAGE; A LONG ONE CONTINUES ON THE
004520*    NEXT PAGE UNDER THE SAME STUDENT HEADING.
004530 3200-PRINT-PAGE-HEADERS.
004540     ADD 1 TO WS-PAGE-NO.
004550     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
004560     MOVE WS-RUN-DATE TO RH2-RUN-DATE.
004570     MOVE WS-TRAN-SNO TO RH3-SNO.
004580     MOVE WS-TRAN-NAME TO RH3-NAME.
004590     MOVE WS-TRAN-COURSE TO RH4-COURSE.
004600     MOVE WS-TRAN-STATUS TO RH4-STATUS.
004610     IF WS-PAGE-NO = 1
004620         WRITE TRANSCRIPT-RECORD FROM WS-HEADING-1
004630     ELSE
004640         WRITE TRANSCRIPT-RECORD FROM WS-HEADING-1
004650             AFTER ADVANCING PAGE
004660     END-IF.
004670     WRITE TRANSCRIPT-RECORD FROM WS-HEADING-2
004680         AFTER ADVANCING 1.
004690     WRITE TRANSCRIPT-RECORD FROM WS-HEADING-3
004700         AFTER ADVANCING 2.
004710     WRITE TRANSCRIPT-RECORD FROM WS-HEADING-4
004720         AFTER ADVANCING 1.
004730     MOVE 0 TO WS-LINE-COUNT.
004740 3200-EXIT.
004750     EXIT.

004760*    A NEW TERM CODE CLOSES THE TERM BEFORE IT AND OPENS THE
004770*    NEXT ONE.
004780 3300-PRINT-ONE-GRADE.
004790     IF GR-GRD-TERM-CODE NOT = WS-CUR-TERM
004800         IF WS-CUR-TERM NOT = SPACES
004810             PERFORM 3500-PRINT-TERM-FOOT THRU 3500-EXIT
004820         END-IF
004830         PERFORM 3400-PRINT-TERM-HEAD THRU 3400-EXIT
004840     END-IF.
004850     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004860         PERFORM 3200-PRINT-PAGE-HEADERS THRU 3200-EXIT
004870         PERFORM 3410-PRINT-COLUMN-HEAD THRU 3410-EXIT
004880     END-IF.
004890     ADD 1 TO WS-GRADE-COUNT.
004900     IF GR-GRD-COUNTS-IN-GPA
004910         COMPUTE WS-QUALITY-POINTS =
004920             GR-GRD-UNITS * GR-GRD-GRADE-POINTS
004930         ADD WS-QUALITY-POINTS TO WS-TERM-QUALITY-POINTS
004940         ADD GR-GRD-UNITS TO WS-TERM-GPA-UNITS
004950     END-IF.
004960     IF GR-GRD-EARNS-CREDIT
004970         ADD GR-GRD-UNITS TO WS-TERM-CREDITS
004980     END-IF.
004990     MOVE SPACES TO WS-DETAIL-LINE.
005000     MOVE GR-GRD-SUBJECT TO DL-SUBJECT.
005010     MOVE GR-GRD-SUBJECT-TITLE TO DL-TITLE.
005020     MOVE GR-GRD-UNITS TO DL-UNITS.
005030     MOVE GR-GRD-GRADE TO DL-GRADE.
005040     MOVE GR-GRD-GRADE-POINTS TO DL-POINTS.
005050     WRITE TRANSCRIPT-RECORD FROM WS-DETAIL-LINE
005060         AFTER ADVANCING 1.
005070     ADD 1 TO WS-LINE-COUNT.
005080     PERFORM 7100-READ-NEXT-GRADE THRU 7100-EXIT.
005090 3300-EXIT.
005100     EXIT.

005110 3400-PRINT-TERM-HEAD.
005120     MOVE GR-GRD-TERM-CODE TO WS-CUR-TERM.
005130     MOVE 0 TO WS-TERM-GPA-UNITS.
005140     MOVE 0 TO WS-TERM-QUALITY-POINTS.
005150     MOVE 0 TO WS-TERM-CREDITS.
005160*    KEEP A TERM HEADING OFF THE FOOT OF A PAGE.
005170     IF WS-LINE-COUNT + 5 >= WS-LINES-PER-PAGE
005180         PERFORM 3200-PRINT-PAGE-HEADERS THRU 3200-EXIT
005190     END-IF.
005200     MOVE WS-CUR-TERM TO TH-TERM.
005210     WRITE TRANSCRIPT-RECORD FROM WS-TERM-HEADING
005220         AFTER ADVANCING 2.
005230     ADD 2 TO WS-LINE-COUNT.
005240     PERFORM 3410-PRINT-COLUMN-HEAD THRU 3410-EXIT.
005250 3400-EXIT.
005260     EXIT.

005270 3410-PRINT-COLUMN-HEAD.
005280     WRITE TRANSCRIPT-RECORD FROM WS-COLUMN-HEADING
005290         AFTER ADVANCING 1.
005300     ADD 1 TO WS-LINE-COUNT.
005310 3410-EXIT.
005320     EXIT.

005330*    A TERM WITH NO LETTER GRADES (ALL P, I OR W) HAS NO TERM
005340*    GPA AND LEAVES THE CUMULATIVE GPA AS IT WAS.
005350 3500-PRINT-TERM-FOOT.
005360     ADD WS-TERM-GPA-UNITS TO WS-CUM-GPA-UNITS.
005370     ADD WS-TERM-QUALITY-POINTS TO WS-CUM-QUALITY-POINTS.
005380     ADD WS-TERM-CREDITS TO WS-CUM-CREDITS.
005390     MOVE 0 TO WS-TERM-GPA.
005400     IF WS-TERM-GPA-UNITS > 0
005410         COMPUTE WS-TERM-GPA ROUNDED =
005420             WS-TERM-QUALITY-POINTS / WS-TERM-GPA-UNITS
005430     END-IF.
005440     MOVE 0 TO WS-CUM-GPA.
005450     IF WS-CUM-GPA-UNITS > 0
005460         COMPUTE WS-CUM-GPA ROUNDED =
005470             WS-CUM-QUALITY-POINTS / WS-CUM-GPA-UNITS
005480     END-IF.
005490     MOVE WS-TERM-CREDITS TO TT-TERM-CREDITS.
005500     MOVE WS-TERM-GPA TO TT-TERM-GPA.
005510     MOVE WS-CUM-CREDITS TO TT-CUM-CREDITS.
005520     MOVE WS-CUM-GPA TO TT-CUM-GPA.
005530     WRITE TRANSCRIPT-RECORD FROM WS-TERM-TOTAL-LINE
005540         AFTER ADVANCING 2.
005550     ADD 2 TO WS-LINE-COUNT.
005560 3500-EXIT.
005570     EXIT.

005580 3600-PRINT-STANDING.
005590     MOVE SPACES TO SL-STANDING.
005600     EVALUATE TRUE
005610         WHEN WS-CUM-GPA-UNITS = 0
005620             MOVE "NO GRADES COUNTING IN GPA" TO SL-STANDING
005630         WHEN WS-CUM-GPA < 2.00
005640             MOVE "ACADEMIC PROBATION" TO SL-STANDING
005650         WHEN OTHER
005660             MOVE "GOOD STANDING" TO SL-STANDING
005670     END-EVALUATE.
005680     WRITE TRANSCRIPT-RECORD FROM WS-STANDING-LINE
005690         AFTER ADVANCING 2.
005700     MOVE SPACES TO TRANSCRIPT-RECORD.
005710     MOVE " *** END OF TRANSCRIPT ***" TO TRANSCRIPT-RECORD.
005720     WRITE TRANSCRIPT-RECORD
005730         AFTER ADVANCING 2.
005740 3600-EXIT.
005750     EXIT.

005760*****************************************************************
005770*    7100 - NEXT GRADE. THE STUDENT PASS ENDS ON A NEW STUDENT   *
005780*    NUMBER OR END OF FILE; A HARD READ ERROR ENDS THE RUN SO A  *
005790*    HALF-READ RECORD CANNOT PRINT A WRONG GPA.                  *
005800*****************************************************************
005810 7100-READ-NEXT-GRADE.
005820     READ GRADE-FILE NEXT RECORD.
005830     IF WS-GRADE-FILE-STATUS = "00"
005840         IF GR-GRD-SNO NOT = WS-TRAN-SNO
005850             MOVE "Y" TO WS-STUDENT-END-SW
005860         END-IF
005870         GO TO 7100-EXIT
005880     END-IF.
005890     MOVE "Y" TO WS-STUDENT-END-SW.
005900     IF WS-GRADE-FILE-STATUS NOT = "10"
005910         DISPLAY "UNABLE TO READ GRADMST. STATUS="
005920             WS-GRADE-FILE-STATUS
005930         MOVE "Y" TO WS-RUN-FAILED-SW
005940     END-IF.
005950 7100-EXIT.
005960     EXIT.

005970 7200-READ-NEXT-ARCHIVE.
005980     READ ARCHIVE-FILE
005990         AT END
006000             MOVE "Y" TO WS-EOF-SW
006010     END-READ.
006020     IF WS-ARCHIVE-FILE-STATUS NOT = "00"
006030         MOVE "Y" TO WS-EOF-SW
006040     END-IF.
006050 7200-EXIT.
006060     EXIT.

006070*****************************************************************
006080*    9000 - TERMINATION                                          *
006090*****************************************************************
006100 9000-TERMINATE.
006110     CLOSE GRADE-FILE.
006120     IF WS-STUDENT-MASTER-READY
006130         CLOSE STUDENT-MASTER-FILE
006140     END-IF.
006150     CLOSE TRANSCRIPT-FILE.
006160     IF WS-RUN-FAILED
006170         DISPLAY "TRANSCRIPT RUN STOPPED ON ERROR."
006180     ELSE
006190         DISPLAY "TRANSCRIPT RUN COMPLETE."
006200     END-IF.
006210     DISPLAY "TRANSCRIPTS PRINTED: " WS-TRANSCRIPTS-PRINTED.
006220 9000-EXIT.
006230     EXIT.
