000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SANCHEZ31.
000030 AUTHOR. J SANCHEZ.
000040 INSTALLATION. REGISTRAR SYSTEMS UNIT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    ROOM UTILIZATION BY TIME SLOT REPORT                        *
000100*                                                                *
000110*    BATCH REPORT FOR THE DEANS' OFFERINGS PLANNING: EVERY      *
000120*    SECTION OF THE GIVEN TERM ON THE SECTION FILE (SECTMST,    *
000130*    KEPT BY SANCHEZ30) IS SORTED BY ROOM, START TIME AND DAYS  *
000140*    AND PRINTED (ROOMRPT) AS ONE BLOCK PER ROOM: EACH TIME     *
000150*    SLOT WITH ITS COURSE, SECTION, INSTRUCTOR, STUDENTS        *
000160*    ENROLLED (SECTENR) AGAINST THE SEAT LIMIT AND THE PERCENT  *
000170*    OF SEATS FILLED, THEN THE ROOM'S WEEKLY HOURS BOOKED AND   *
000180*    SEATS FILLED AGAINST SEATS OFFERED. A SLOT THAT OVERLAPS   *
000190*    AN EARLIER ONE IN THE SAME ROOM ON A SHARED DAY IS MARKED  *
000200*    DOUBLE BOOKED. A SECTION WITH NO SEAT LIMIT COUNTS ITS     *
000210*    STUDENTS BUT OFFERS NO SEATS, SO IT SHOWS NO PERCENT.      *
000220*    THE FILES ARE ONLY READ.                                   *
000230*                                                                *
000240*    MODIFICATION HISTORY                                        *
000250*     DATE       BY   DESCRIPTION                                *
000260*     2026-10-15 JS   INITIAL VERSION                            *
000270*     2026-10-15 JS   TERM RECORD COPY PICKED UP THE NEW TERMREC *
000280*                     FIELD CENSUS-DATE; PROCESSING IS UNCHANGED *
000290*****************************************************************

000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-370.
000330 OBJECT-COMPUTER. IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT SECTION-FILE
000370         ASSIGN TO "SECTMST"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS SC-SECT-KEY
000410         FILE STATUS IS WS-SECT-FILE-STATUS.
000420     SELECT SECTION-ENROLL-FILE
000430         ASSIGN TO "SECTENR"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS SE-SENR-KEY
000470         FILE STATUS IS WS-SENR-FILE-STATUS.
000480     SELECT TERM-MASTER-FILE
000490         ASSIGN TO "TERMMST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS TM-TERM-CODE
000530         FILE STATUS IS WS-TERM-FILE-STATUS.
000540     SELECT SORT-WORK-FILE
000550         ASSIGN TO "SORTWK5".
000560     SELECT ROOM-REPORT-FILE
000570         ASSIGN TO "ROOMRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-REPORT-FILE-STATUS.

000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  SECTION-FILE.
000630 01  SECTION-RECORD.
000640     COPY SECTREC
000650         REPLACING ==03== BY ==02==
000660             ==SECT-KEY== BY ==SC-SECT-KEY==
000670             ==SECT-COURSE== BY ==SC-SECT-COURSE==
000680             ==SECT-TERM-CODE== BY ==SC-SECT-TERM-CODE==
000690             ==SECT-CODE== BY ==SC-SECT-CODE==
000700             ==SECT-DAYS== BY ==SC-SECT-DAYS==
000710             ==SECT-START-TIME== BY ==SC-SECT-START-TIME==
000720             ==SECT-END-TIME== BY ==SC-SECT-END-TIME==
000730             ==SECT-ROOM== BY ==SC-SECT-ROOM==
000740             ==SECT-INSTRUCTOR== BY ==SC-SECT-INSTRUCTOR==
000750             ==SECT-MAX-SEATS== BY ==SC-SECT-MAX-SEATS==.

000760 FD  SECTION-ENROLL-FILE.
000770 01  SECTION-ENROLL-RECORD.
000780     COPY SENRREC
000790         REPLACING ==03== BY ==02==
000800             ==SENR-KEY== BY ==SE-SENR-KEY==
000810             ==SENR-COURSE== BY ==SE-SENR-COURSE==
000820             ==SENR-TERM-CODE== BY ==SE-SENR-TERM-CODE==
000830             ==SENR-SECTION== BY ==SE-SENR-SECTION==
000840             ==SENR-SNO== BY ==SE-SENR-SNO==
000850             ==SENR-DATE== BY ==SE-SENR-DATE==
000860             ==SENR-OPERATOR== BY ==SE-SENR-OPERATOR==.

000870 FD  TERM-MASTER-FILE.
000880 01  TERM-MASTER-RECORD.
000890     COPY TERMREC
000900         REPLACING ==03== BY ==02==
000910             ==TERM-CODE== BY ==TM-TERM-CODE==
000920             ==TERM-START-DATE== BY ==TM-TERM-START-DATE==
000930             ==TERM-END-DATE== BY ==TM-TERM-END-DATE==
000940             ==TERM-CURRENT-FLAG== BY ==TM-TERM-CURRENT-FLAG==
000950             ==TERM-IS-CURRENT== BY ==TM-TERM-IS-CURRENT==
000960             ==TERM-CENSUS-DATE== BY ==TM-TERM-CENSUS-DATE==.

000970 SD  SORT-WORK-FILE.
000980 01  SORT-WORK-RECORD.
000990     02  SW-ROOM                       PIC X(08).
001000     02  SW-START-TIME                 PIC 9(04).
001010     02  SW-DAYS                       PIC X(07).
001020     02  SW-END-TIME                   PIC 9(04).
001030     02  SW-COURSE                     PIC X(20).
001040     02  SW-SECTION                    PIC X(04).
001050     02  SW-INSTRUCTOR                 PIC X(30).
001060     02  SW-MAX-SEATS                  PIC 9(03).
001070     02  SW-ENROLLED                   PIC 9(05).

001080 FD  ROOM-REPORT-FILE.
001090 01  ROOM-REPORT-RECORD               PIC X(132).

001100 WORKING-STORAGE SECTION.
001110*    THE SLOTS ALREADY PRINTED FOR THE CURRENT ROOM, KEPT SO A
001120*    LATER SLOT CAN BE CHECKED FOR A DOUBLE BOOKING.
001130 01  WS-SLOT-TABLE.
001140     02  WS-SLOT-ENTRY OCCURS 100 TIMES.
001150         03  WS-SLOT-DAYS              PIC X(07).
001160         03  WS-SLOT-START             PIC 9(04).
001170         03  WS-SLOT-END               PIC 9(04).

001180 01  WS-TIME-CHECK                 PIC 9(04).
001190 01  WS-TIME-CHECK-BREAKDOWN REDEFINES WS-TIME-CHECK.
001200     05  WS-TIME-CHECK-HH          PIC 9(02).
001210     05  WS-TIME-CHECK-MM          PIC 9(02).

001220 77  WS-SECT-FILE-STATUS           PIC X(02).
001230 77  WS-SENR-FILE-STATUS           PIC X(02).
001240 77  WS-TERM-FILE-STATUS           PIC X(02).
001250 77  WS-REPORT-FILE-STATUS         PIC X(02).

001260 77  WS-REPORT-TERM                PIC X(06).
001270 77  WS-SENR-READY-SW              PIC X(01)    VALUE "N".
001280         88  WS-SENR-READY                          VALUE "Y".
001290 77  WS-EOF-SW                     PIC X(01)    VALUE "N".
001300         88  WS-EOF                                 VALUE "Y".
001310         88  WS-NOT-EOF                             VALUE "N".
001320 77  WS-SENR-EOF-SW                PIC X(01)    VALUE "N".
001330         88  WS-SENR-EOF                            VALUE "Y".
001340 77  WS-FIRST-ROOM-SW              PIC X(01)    VALUE "Y".
001350         88  WS-FIRST-ROOM                          VALUE "Y".
001360 77  WS-DOUBLE-SW                  PIC X(01)    VALUE "N".
001370         88  WS-DOUBLE-BOOKED                       VALUE "Y".

001380 77  WS-BREAK-ROOM                 PIC X(08).
001390 77  WS-SLOT-COUNT                 PIC 9(03) COMP.
001400 77  WS-SLOT-IX                    PIC 9(03) COMP.
001410 77  WS-DAY-IX                     PIC 9(02) COMP.
001420 77  WS-DAY-COUNT                  PIC 9(02) COMP.
001430 77  WS-ENROLLED-COUNT             PIC 9(05) COMP.
001440 77  WS-START-MINUTES              PIC 9(05) COMP.
001450 77  WS-END-MINUTES                PIC 9(05) COMP.
001460 77  WS-SLOT-MINUTES               PIC 9(07) COMP.
001470 77  WS-UTIL-PCT                   PIC 9(05) COMP.
001480 77  WS-HOURS                      PIC 9(05)V99.

001490 77  WS-ROOM-SECTIONS              PIC 9(05) COMP.
001500 77  WS-ROOM-MINUTES               PIC 9(07) COMP.
001510 77  WS-ROOM-FILLED                PIC 9(07) COMP.
001520 77  WS-ROOM-OFFERED               PIC 9(07) COMP.
001530 77  WS-ROOM-OFFERED-FILLED        PIC 9(07) COMP.
001540 77  WS-TOT-ROOMS                  PIC 9(05) COMP VALUE 0.
001550 77  WS-TOT-SECTIONS               PIC 9(05) COMP VALUE 0.
001560 77  WS-TOT-MINUTES                PIC 9(07) COMP VALUE 0.
001570 77  WS-TOT-FILLED                 PIC 9(07) COMP VALUE 0.
001580 77  WS-TOT-OFFERED                PIC 9(07) COMP VALUE 0.
001590 77  WS-TOT-OFFERED-FILLED         PIC 9(07) COMP VALUE 0.
001600 77  WS-TOT-DOUBLE                 PIC 9(05) COMP VALUE 0.

001610 01  WS-DATE-FIELDS.
001620         05  WS-CURRENT-DATE           PIC 9(08).
001630 01  WS-DATE-BREAKDOWN REDEFINES WS-DATE-FIELDS.
001640         05  WS-CUR-YYYY               PIC 9(04).
001650         05  WS-CUR-MM                 PIC 9(02).
001660         05  WS-CUR-DD                 PIC 9(02).
001670 77  WS-RUN-DATE                   PIC X(10).

001680 01  WS-HEADING-1.
001690         05  FILLER                    PIC X(42)
001700             VALUE " ROOM UTILIZATION BY TIME SLOT".
001710         05  FILLER                    PIC X(10)
001720             VALUE "RUN DATE: ".
001730         05  RH1-RUN-DATE              PIC X(10).

001740 01  WS-HEADING-2.
001750         05  FILLER                    PIC X(07)
001760             VALUE " TERM: ".
001770         05  RH2-TERM                  PIC X(06).

001780 01  WS-HEADING-3.
001790         05  FILLER                    PIC X(03)    VALUE SPACES.
001800         05  FILLER                    PIC X(09)    VALUE "DAYS".
001810         05  FILLER                    PIC X(11)    VALUE "TIME".
001820         05  FILLER                    PIC X(21)
001830             VALUE "COURSE".
001840         05  FILLER                    PIC X(05)    VALUE "SECT".
001850         05  FILLER                    PIC X(31)
001860             VALUE "INSTRUCTOR".
001870         05  FILLER                    PIC X(16)
001880             VALUE "ENROLLED/SEATS".
001890         05  FILLER                    PIC X(06)    VALUE "FILL".

001900 01  WS-ROOM-LINE.
001910         05  FILLER                    PIC X(07)
001920             VALUE " ROOM: ".
001930         05  RL-ROOM                   PIC X(08).

001940 01  WS-DETAIL-LINE.
001950         05  FILLER                    PIC X(03)    VALUE SPACES.
001960         05  DL-DAYS                   PIC X(07).
001970         05  FILLER                    PIC X(02)    VALUE SPACES.
001980         05  DL-START                  PIC 9(04).
001990         05  FILLER                    PIC X(01)    VALUE "-".
002000         05  DL-END                    PIC 9(04).
002010         05  FILLER                    PIC X(02)    VALUE SPACES.
002020         05  DL-COURSE                 PIC X(20).
002030         05  FILLER                    PIC X(01)    VALUE SPACES.
002040         05  DL-SECTION                PIC X(04).
002050         05  FILLER                    PIC X(01)    VALUE SPACES.
002060         05  DL-INSTRUCTOR             PIC X(30).
002070         05  FILLER                    PIC X(01)    VALUE SPACES.
002080         05  DL-ENROLLED               PIC ZZ,ZZ9.
002090         05  FILLER                    PIC X(03)    VALUE " / ".
002100         05  DL-SEATS                  PIC ZZ9.
002110         05  FILLER                    PIC X(04)    VALUE SPACES.
002120         05  DL-FILL-AREA.
002130             10  DL-FILL-PCT           PIC ZZ9.
002140             10  FILLER                PIC X(01)    VALUE "%".
002150         05  DL-FILL-TEXT REDEFINES DL-FILL-AREA
002160                                       PIC X(04).
002170         05  FILLER                    PIC X(02)    VALUE SPACES.
002180         05  DL-NOTE                   PIC X(14).

002190 01  WS-ROOM-TOTAL-LINE.
002200         05  FILLER                    PIC X(03)    VALUE SPACES.
002210         05  FILLER                    PIC X(10)
002220             VALUE "SECTIONS ".
002230         05  RT-SECTIONS               PIC ZZ,ZZ9.
002240         05  FILLER                    PIC X(16)
002250             VALUE "  WEEKLY HOURS ".
002260         05  RT-HOURS                  PIC ZZ,ZZ9.99.
002270         05  FILLER                    PIC X(16)
002280             VALUE "  SEATS FILLED ".
002290         05  RT-FILLED                 PIC ZZZ,ZZ9.
002300         05  FILLER                    PIC X(04)
002310             VALUE " OF ".
002320         05  RT-OFFERED                PIC ZZZ,ZZ9.
002330         05  FILLER                    PIC X(02)    VALUE SPACES.
002340         05  RT-FILL-AREA.
002350             10  RT-FILL-PCT           PIC ZZ9.
002360             10  FILLER                PIC X(01)    VALUE "%".
002370         05  RT-FILL-TEXT REDEFINES RT-FILL-AREA
002380                                       PIC X(04).

002390 01  WS-TOTAL-LINE.
002400         05  FILLER                    PIC X(01)    VALUE SPACES.
002410         05  TL-TEXT                   PIC X(30).
002420         05  TL-COUNT                  PIC Z,ZZZ,ZZ9.

002430 01  WS-HOURS-LINE.
002440         05  FILLER                    PIC X(01)    VALUE SPACES.
002450         05  FILLER                    PIC X(30)
002460             VALUE "WEEKLY HOURS BOOKED".
002470         05  HL-HOURS                  PIC ZZ,ZZ9.99.

002480 PROCEDURE DIVISION.

002490 0000-MAINLINE.
002500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002510     SORT SORT-WORK-FILE
002520         ON ASCENDING KEY SW-ROOM SW-START-TIME SW-DAYS
002530             SW-COURSE SW-SECTION
002540         INPUT PROCEDURE 2000-SELECT-SECTIONS THRU 2000-EXIT
002550         OUTPUT PROCEDURE 3000-PRODUCE-REPORT THRU 3000-EXIT.
002560     CLOSE SECTION-FILE.
002570     IF WS-SENR-READY
002580         CLOSE SECTION-ENROLL-FILE
002590     END-IF.
002600     DISPLAY "ROOM UTILIZATION COMPLETE. OUTPUT IN ROOMRPT".
002610     DISPLAY "SECTIONS REPORTED     : " WS-TOT-SECTIONS.
002620     DISPLAY "DOUBLE-BOOKED SLOTS   : " WS-TOT-DOUBLE.
002630     STOP RUN.

002640*****************************************************************
002650*    1000 - TERM PROMPT AND FILE OPENS                           *
002660*****************************************************************
002670 1000-INITIALIZE.
002680     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002690     MOVE SPACES TO WS-RUN-DATE.
002700     STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD
002710         DELIMITED BY SIZE INTO WS-RUN-DATE.
002720     OPEN INPUT TERM-MASTER-FILE.
002730     IF WS-TERM-FILE-STATUS NOT = "00"
002740         DISPLAY "UNABLE TO OPEN TERMMST. STATUS="
002750             WS-TERM-FILE-STATUS
002760         DISPLAY "RUN SANCHEZ21 TO SET UP TERMS FIRST."
002770         STOP RUN
002780     END-IF.
002790     DISPLAY "TERM CODE TO REPORT: " WITH NO ADVANCING.
002800     ACCEPT WS-REPORT-TERM.
002810     MOVE WS-REPORT-TERM TO TM-TERM-CODE.
002820     READ TERM-MASTER-FILE
002830         INVALID KEY
002840             CONTINUE
002850     END-READ.
002860     IF WS-TERM-FILE-STATUS NOT = "00"
002870         DISPLAY "TERM " WS-REPORT-TERM " IS NOT ON TERMMST. "
002880             "REPORT NOT PRODUCED."
002890         CLOSE TERM-MASTER-FILE
002900         STOP RUN
002910     END-IF.
002920     CLOSE TERM-MASTER-FILE.
002930*    PROVE THE SECTION FILE CAN BE OPENED BEFORE THE SORT
002940*    TOUCHES THE REPORT, SO A BAD FILE CANNOT LEAVE AN EMPTY
002950*    REPORT IN PLACE OF THE LAST GOOD ONE.
002960     OPEN INPUT SECTION-FILE.
002970     IF WS-SECT-FILE-STATUS NOT = "00"
002980         DISPLAY "UNABLE TO OPEN SECTMST. STATUS="
002990             WS-SECT-FILE-STATUS
003000         DISPLAY "RUN SANCHEZ30 TO SET UP SECTIONS. REPORT "
003010             "NOT PRODUCED."
003020         STOP RUN
003030     END-IF.
003040*    NO ENROLLMENT FILE YET SIMPLY MEANS NOBODY HAS BEEN PLACED
003050*    IN A SECTION; EVERY SLOT THEN SHOWS NONE ENROLLED.
003060     OPEN INPUT SECTION-ENROLL-FILE.
003070     IF WS-SENR-FILE-STATUS = "00"
003080         MOVE "Y" TO WS-SENR-READY-SW
003090     END-IF.
003100 1000-EXIT.
003110     EXIT.

003120*****************************************************************
003130*    2000 - INPUT PROCEDURE: RELEASE EVERY SECTION OF THE TERM   *
003140*    WITH ITS ENROLLED COUNT                                     *
003150*****************************************************************
003160 2000-SELECT-SECTIONS.
003170     PERFORM 7200-START-BROWSE THRU 7200-EXIT.
003180     PERFORM 2100-RELEASE-ONE-SECTION THRU 2100-EXIT
003190         UNTIL WS-EOF.
003200 2000-EXIT.
003210     EXIT.

003220*    THE SECTION FILE IS KEYED BY COURSE FIRST, SO THE WHOLE
003230*    FILE IS READ AND THE TERM PICKED OUT HERE.
003240 2100-RELEASE-ONE-SECTION.
003250     IF SC-SECT-TERM-CODE NOT = WS-REPORT-TERM
003260         GO TO 2190-READ-NEXT
003270     END-IF.
003280     PERFORM 6300-COUNT-ENROLLED THRU 6300-EXIT.
003290     MOVE SC-SECT-ROOM TO SW-ROOM.
003300     MOVE SC-SECT-START-TIME TO SW-START-TIME.
003310     MOVE SC-SECT-DAYS TO SW-DAYS.
003320     MOVE SC-SECT-END-TIME TO SW-END-TIME.
003330     MOVE SC-SECT-COURSE TO SW-COURSE.
003340     MOVE SC-SECT-CODE TO SW-SECTION.
003350     MOVE SC-SECT-INSTRUCTOR TO SW-INSTRUCTOR.
003360     MOVE SC-SECT-MAX-SEATS TO SW-MAX-SEATS.
003370     MOVE WS-ENROLLED-COUNT TO SW-ENROLLED.
003380     RELEASE SORT-WORK-RECORD.
003390 2190-READ-NEXT.
003400     PERFORM 7210-READ-NEXT-SECTION THRU 7210-EXIT.
003410 2100-EXIT.
003420     EXIT.

003430*****************************************************************
003440*    3000 - OUTPUT PROCEDURE: CONTROL BREAK ON ROOM              *
003450*****************************************************************
003460 3000-PRODUCE-REPORT.
003470     OPEN OUTPUT ROOM-REPORT-FILE.
003480     IF WS-REPORT-FILE-STATUS NOT = "00"
003490         DISPLAY "UNABLE TO OPEN ROOMRPT. STATUS="
003500             WS-REPORT-FILE-STATUS
003510         GO TO 3000-EXIT
003520     END-IF.
003530     MOVE WS-RUN-DATE TO RH1-RUN-DATE.
003540     WRITE ROOM-REPORT-RECORD FROM WS-HEADING-1.
003550     MOVE WS-REPORT-TERM TO RH2-TERM.
003560     WRITE ROOM-REPORT-RECORD FROM WS-HEADING-2
003570         AFTER ADVANCING 1.
003580     MOVE "Y" TO WS-FIRST-ROOM-SW.
003590     MOVE "N" TO WS-EOF-SW.
003600     RETURN SORT-WORK-FILE
003610         AT END MOVE "Y" TO WS-EOF-SW
003620     END-RETURN.
003630     PERFORM 3100-PROCESS-ONE-SLOT THRU 3100-EXIT
003640         UNTIL WS-EOF.
003650     IF NOT WS-FIRST-ROOM
003660         PERFORM 3400-WRITE-ROOM-TOTALS THRU 3400-EXIT
003670     END-IF.
003680     PERFORM 3500-WRITE-GRAND-TOTALS THRU 3500-EXIT.
003690     CLOSE ROOM-REPORT-FILE.
003700 3000-EXIT.
003710     EXIT.

003720 3100-PROCESS-ONE-SLOT.
003730     EVALUATE TRUE
003740         WHEN WS-FIRST-ROOM
003750             MOVE "N" TO WS-FIRST-ROOM-SW
003760             PERFORM 3200-START-NEW-ROOM THRU 3200-EXIT
003770         WHEN SW-ROOM NOT = WS-BREAK-ROOM
003780             PERFORM 3400-WRITE-ROOM-TOTALS THRU 3400-EXIT
003790             PERFORM 3200-START-NEW-ROOM THRU 3200-EXIT
003800     END-EVALUATE.
003810     PERFORM 3300-WRITE-SLOT-LINE THRU 3300-EXIT.
003820     RETURN SORT-WORK-FILE
003830         AT END MOVE "Y" TO WS-EOF-SW
003840     END-RETURN.
003850 3100-EXIT.
003860     EXIT.

003870 3200-START-NEW-ROOM.
003880     MOVE SW-ROOM TO WS-BREAK-ROOM.
003890     MOVE 0 TO WS-ROOM-SECTIONS.
003900     MOVE 0 TO WS-ROOM-MINUTES.
003910     MOVE 0 TO WS-ROOM-FILLED.
003920     MOVE 0 TO WS-ROOM-OFFERED.
003930     MOVE 0 TO WS-ROOM-OFFERED-FILLED.
003940     MOVE 0 TO WS-SLOT-COUNT.
003950     MOVE WS-BREAK-ROOM TO RL-ROOM.
003960     WRITE ROOM-REPORT-RECORD FROM WS-ROOM-LINE
003970         AFTER ADVANCING 2.
003980     WRITE ROOM-REPORT-RECORD FROM WS-HEADING-3
003990         AFTER ADVANCING 1.
004000 3200-EXIT.
004010     EXIT.

004020 3300-WRITE-SLOT-LINE.
004030     MOVE SW-DAYS TO DL-DAYS.
004040     MOVE SW-START-TIME TO DL-START.
004050     MOVE SW-END-TIME TO DL-END.
004060     MOVE SW-COURSE TO DL-COURSE.
004070     MOVE SW-SECTION TO DL-SECTION.
004080     MOVE SW-INSTRUCTOR TO DL-INSTRUCTOR.
004090     MOVE SW-ENROLLED TO DL-ENROLLED.
004100     MOVE SW-MAX-SEATS TO DL-SEATS.
004110*    A SECTION WITH NO SEAT LIMIT OFFERS NO COUNTABLE SEATS.
004120     IF SW-MAX-SEATS > 0
004130         COMPUTE WS-UTIL-PCT ROUNDED =
004140             SW-ENROLLED * 100 / SW-MAX-SEATS
004150         IF WS-UTIL-PCT > 999
004160             MOVE 999 TO WS-UTIL-PCT
004170         END-IF
004180         MOVE WS-UTIL-PCT TO DL-FILL-PCT
004190         MOVE "%" TO DL-FILL-TEXT(4:1)
004200         ADD SW-MAX-SEATS TO WS-ROOM-OFFERED
004210         ADD SW-ENROLLED TO WS-ROOM-OFFERED-FILLED
004220     ELSE
004230         MOVE "NONE" TO DL-FILL-TEXT
004240     END-IF.
004250     PERFORM 3310-CHECK-DOUBLE-BOOKING THRU 3310-EXIT.
004260     IF WS-DOUBLE-BOOKED
004270         MOVE "DOUBLE BOOKED" TO DL-NOTE
004280         ADD 1 TO WS-TOT-DOUBLE
004290     ELSE
004300         MOVE SPACES TO DL-NOTE
004310     END-IF.
004320     WRITE ROOM-REPORT-RECORD FROM WS-DETAIL-LINE
004330         AFTER ADVANCING 1.
004340     PERFORM 3320-ADD-SLOT-MINUTES THRU 3320-EXIT.
004350     ADD 1 TO WS-ROOM-SECTIONS.
004360     ADD SW-ENROLLED TO WS-ROOM-FILLED.
004370     IF WS-SLOT-COUNT < 100
004380         ADD 1 TO WS-SLOT-COUNT
004390         MOVE SW-DAYS TO WS-SLOT-DAYS(WS-SLOT-COUNT)
004400         MOVE SW-START-TIME TO WS-SLOT-START(WS-SLOT-COUNT)
004410         MOVE SW-END-TIME TO WS-SLOT-END(WS-SLOT-COUNT)
004420     END-IF.
004430 3300-EXIT.
004440     EXIT.

004450*    THE SAME OVERLAP RULE SECTIO APPLIES TO A STUDENT'S
004460*    TIMETABLE: A SHARED DAY AND EACH STARTING BEFORE THE
004470*    OTHER ENDS.
004480 3310-CHECK-DOUBLE-BOOKING.
004490     MOVE "N" TO WS-DOUBLE-SW.
004500     PERFORM 3315-CHECK-ONE-SLOT THRU 3315-EXIT
004510         VARYING WS-SLOT-IX FROM 1 BY 1
004520         UNTIL WS-SLOT-IX > WS-SLOT-COUNT OR WS-DOUBLE-BOOKED.
004530 3310-EXIT.
004540     EXIT.

004550 3315-CHECK-ONE-SLOT.
004560     IF WS-SLOT-START(WS-SLOT-IX) NOT < SW-END-TIME
004570             OR SW-START-TIME NOT < WS-SLOT-END(WS-SLOT-IX)
004580         GO TO 3315-EXIT
004590     END-IF.
004600     PERFORM 3317-CHECK-ONE-DAY THRU 3317-EXIT
004610         VARYING WS-DAY-IX FROM 1 BY 1
004620         UNTIL WS-DAY-IX > 7 OR WS-DOUBLE-BOOKED.
004630 3315-EXIT.
004640     EXIT.

004650 3317-CHECK-ONE-DAY.
004660     IF WS-SLOT-DAYS(WS-SLOT-IX)(WS-DAY-IX:1) NOT = SPACE
004670             AND SW-DAYS(WS-DAY-IX:1) NOT = SPACE
004680         MOVE "Y" TO WS-DOUBLE-SW
004690     END-IF.
004700 3317-EXIT.
004710     EXIT.

004720*    MINUTES PER MEETING TIMES THE MEETING DAYS IN THE WEEK.
004730 3320-ADD-SLOT-MINUTES.
004740     MOVE SW-START-TIME TO WS-TIME-CHECK.
004750     COMPUTE WS-START-MINUTES =
004760         WS-TIME-CHECK-HH * 60 + WS-TIME-CHECK-MM.
004770     MOVE SW-END-TIME TO WS-TIME-CHECK.
004780     COMPUTE WS-END-MINUTES =
004790         WS-TIME-CHECK-HH * 60 + WS-TIME-CHECK-MM.
004800     MOVE 0 TO WS-DAY-COUNT.
004810     PERFORM 3325-COUNT-ONE-DAY THRU 3325-EXIT
004820         VARYING WS-DAY-IX FROM 1 BY 1
004830         UNTIL WS-DAY-IX > 7.
004840     MOVE 0 TO WS-SLOT-MINUTES.
004850     IF WS-END-MINUTES > WS-START-MINUTES
004860         COMPUTE WS-SLOT-MINUTES =
004870             (WS-END-MINUTES - WS-START-MINUTES) * WS-DAY-COUNT
004880     END-IF.
004890     ADD WS-SLOT-MINUTES TO WS-ROOM-MINUTES.
004900 3320-EXIT.
004910     EXIT.

004920 3325-COUNT-ONE-DAY.
004930     IF SW-DAYS(WS-DAY-IX:1) NOT = SPACE
004940         ADD 1 TO WS-DAY-COUNT
004950     END-IF.
004960 3325-EXIT.
004970     EXIT.

004980 3400-WRITE-ROOM-TOTALS.
004990     MOVE WS-ROOM-SECTIONS TO RT-SECTIONS.
005000     COMPUTE WS-HOURS ROUNDED = WS-ROOM-MINUTES / 60.
005010     MOVE WS-HOURS TO RT-HOURS.
005020     MOVE WS-ROOM-FILLED TO RT-FILLED.
005030     MOVE WS-ROOM-OFFERED TO RT-OFFERED.
005040     IF WS-ROOM-OFFERED > 0
005050         COMPUTE WS-UTIL-PCT ROUNDED =
005060             WS-ROOM-OFFERED-FILLED * 100 / WS-ROOM-OFFERED
005070         IF WS-UTIL-PCT > 999
005080             MOVE 999 TO WS-UTIL-PCT
005090         END-IF
005100         MOVE WS-UTIL-PCT TO RT-FILL-PCT
005110         MOVE "%" TO RT-FILL-TEXT(4:1)
005120     ELSE
005130         MOVE "NONE" TO RT-FILL-TEXT
005140     END-IF.
005150     WRITE ROOM-REPORT-RECORD FROM WS-ROOM-TOTAL-LINE
005160         AFTER ADVANCING 1.
005170     ADD 1 TO WS-TOT-ROOMS.
005180     ADD WS-ROOM-SECTIONS TO WS-TOT-SECTIONS.
005190     ADD WS-ROOM-MINUTES TO WS-TOT-MINUTES.
005200     ADD WS-ROOM-FILLED TO WS-TOT-FILLED.
005210     ADD WS-ROOM-OFFERED TO WS-TOT-OFFERED.
005220     ADD WS-ROOM-OFFERED-FILLED TO WS-TOT-OFFERED-FILLED.
005230 3400-EXIT.
005240     EXIT.

005250 3500-WRITE-GRAND-TOTALS.
005260     MOVE SPACES TO TL-TEXT.
005270     MOVE "ROOMS IN USE" TO TL-TEXT.
005280     MOVE WS-TOT-ROOMS TO TL-COUNT.
005290     WRITE ROOM-REPORT-RECORD FROM WS-TOTAL-LINE
005300         AFTER ADVANCING 2.
005310     MOVE "SECTIONS" TO TL-TEXT.
005320     MOVE WS-TOT-SECTIONS TO TL-COUNT.
005330     WRITE ROOM-REPORT-RECORD FROM WS-TOTAL-LINE
005340         AFTER ADVANCING 1.
005350     COMPUTE WS-HOURS ROUNDED = WS-TOT-MINUTES / 60.
005360     MOVE WS-HOURS TO HL-HOURS.
005370     WRITE ROOM-REPORT-RECORD FROM WS-HOURS-LINE
005380         AFTER ADVANCING 1.
005390     MOVE "STUDENTS PLACED" TO TL-TEXT.
005400     MOVE WS-TOT-FILLED TO TL-COUNT.
005410     WRITE ROOM-REPORT-RECORD FROM WS-TOTAL-LINE
005420         AFTER ADVANCING 1.
005430     MOVE "SEATS OFFERED" TO TL-TEXT.
005440     MOVE WS-TOT-OFFERED TO TL-COUNT.
005450     WRITE ROOM-REPORT-RECORD FROM WS-TOTAL-LINE
005460         AFTER ADVANCING 1.
005470     MOVE "SEATS FILLED OF THOSE OFFERED" TO TL-TEXT.
005480     MOVE WS-TOT-OFFERED-FILLED TO TL-COUNT.
005490     WRITE ROOM-REPORT-RECORD FROM WS-TOTAL-LINE
005500         AFTER ADVANCING 1.
005510     MOVE "DOUBLE-BOOKED SLOTS" TO TL-TEXT.
005520     MOVE WS-TOT-DOUBLE TO TL-COUNT.
005530     WRITE ROOM-REPORT-RECORD FROM WS-TOTAL-LINE
005540         AFTER ADVANCING 1.
005550 3500-EXIT.
005560     EXIT.

005570*****************************************************************
005580*    6300 - COUNT THE STUDENTS IN THE SECTION JUST READ          *
005590*****************************************************************
005600 6300-COUNT-ENROLLED.
005610     MOVE 0 TO WS-ENROLLED-COUNT.
005620     IF NOT WS-SENR-READY
005630         GO TO 6300-EXIT
005640     END-IF.
005650     MOVE "N" TO WS-SENR-EOF-SW.
005660     MOVE SC-SECT-COURSE TO SE-SENR-COURSE.
005670     MOVE SC-SECT-TERM-CODE TO SE-SENR-TERM-CODE.
005680     MOVE SC-SECT-CODE TO SE-SENR-SECTION.
005690     MOVE LOW-VALUES TO SE-SENR-SNO.
005700     START SECTION-ENROLL-FILE
005710         KEY IS NOT LESS THAN SE-SENR-KEY.
005720     IF WS-SENR-FILE-STATUS NOT = "00"
005730         GO TO 6300-EXIT
005740     END-IF.
005750     PERFORM 6310-COUNT-ONE-ENROLLMENT THRU 6310-EXIT
005760         UNTIL WS-SENR-EOF.
005770 6300-EXIT.
005780     EXIT.

005790 6310-COUNT-ONE-ENROLLMENT.
005800     READ SECTION-ENROLL-FILE NEXT RECORD.
005810     IF WS-SENR-FILE-STATUS NOT = "00"
005820             OR SE-SENR-COURSE NOT = SC-SECT-COURSE
005830             OR SE-SENR-TERM-CODE NOT = SC-SECT-TERM-CODE
005840             OR SE-SENR-SECTION NOT = SC-SECT-CODE
005850         MOVE "Y" TO WS-SENR-EOF-SW
005860         GO TO 6310-EXIT
005870     END-IF.
005880     ADD 1 TO WS-ENROLLED-COUNT.
005890 6310-EXIT.
005900     EXIT.

005910*****************************************************************
005920*    7200 - SEQUENTIAL BROWSE OF THE SECTION FILE BY KEY         *
005930*****************************************************************
005940 7200-START-BROWSE.
005950     MOVE "N" TO WS-EOF-SW.
005960     MOVE LOW-VALUES TO SC-SECT-KEY.
005970     START SECTION-FILE
005980         KEY IS NOT LESS THAN SC-SECT-KEY.
005990     IF WS-SECT-FILE-STATUS NOT = "00"
006000         MOVE "Y" TO WS-EOF-SW
006010     END-IF.
006020     IF WS-NOT-EOF
006030         PERFORM 7210-READ-NEXT-SECTION THRU 7210-EXIT
006040     END-IF.
006050 7200-EXIT.
006060     EXIT.

006070*    ANY STATUS OTHER THAN A GOOD READ ENDS THE BROWSE, SO A
006080*    HARD I-O ERROR CANNOT LEAVE THE CALLER LOOPING FOREVER.
006090 7210-READ-NEXT-SECTION.
006100     READ SECTION-FILE NEXT RECORD.
006110     IF WS-SECT-FILE-STATUS NOT = "00"
006120         MOVE "Y" TO WS-EOF-SW
006130     END-IF.
006140 7210-EXIT.
006150     EXIT.
