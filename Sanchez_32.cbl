000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SANCHEZ32.
000030 AUTHOR. J SANCHEZ.
000040 INSTALLATION. REGISTRAR SYSTEMS UNIT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    INSTRUCTOR TEACHING LOAD REPORT                             *
000100*                                                                *
000110*    BATCH REPORT FOR THE DEANS' OFFERINGS PLANNING: EVERY      *
000120*    SECTION OF THE GIVEN TERM ON THE SECTION FILE (SECTMST)    *
000130*    IS SORTED BY INSTRUCTOR, COURSE AND SECTION AND PRINTED    *
000140*    (LOADRPT) AS ONE BLOCK PER INSTRUCTOR: EACH SECTION WITH   *
000150*    ITS MEETING DAYS, TIMES, ROOM, WEEKLY CONTACT HOURS AND    *
000160*    STUDENTS ENROLLED (SECTENR), THEN THE INSTRUCTOR'S TOTAL   *
000170*    SECTIONS, WEEKLY CONTACT HOURS AND STUDENTS TAUGHT.        *
000180*    THE FILES ARE ONLY READ.                                   *
000190*                                                                *
000200*    MODIFICATION HISTORY                                        *
000210*     DATE       BY   DESCRIPTION                                *
000220*     2026-10-15 JS   INITIAL VERSION                            *
000230*     2026-10-15 JS   TERM RECORD COPY PICKED UP THE NEW TERMREC *
000240*                     FIELD CENSUS-DATE; PROCESSING IS UNCHANGED *
000250*****************************************************************

000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT SECTION-FILE
000330         ASSIGN TO "SECTMST"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS SC-SECT-KEY
000370         FILE STATUS IS WS-SECT-FILE-STATUS.
000380     SELECT SECTION-ENROLL-FILE
000390         ASSIGN TO "SECTENR"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS SE-SENR-KEY
000430         FILE STATUS IS WS-SENR-FILE-STATUS.
000440     SELECT TERM-MASTER-FILE
000450         ASSIGN TO "TERMMST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS TM-TERM-CODE
000490         FILE STATUS IS WS-TERM-FILE-STATUS.
000500     SELECT SORT-WORK-FILE
000510         ASSIGN TO "SORTWK6".
000520     SELECT LOAD-REPORT-FILE
000530         ASSIGN TO "LOADRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-REPORT-FILE-STATUS.

000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  SECTION-FILE.
000590 01  SECTION-RECORD.
000600     COPY SECTREC
000610         REPLACING ==03== BY ==02==
000620             ==SECT-KEY== BY ==SC-SECT-KEY==
000630             ==SECT-COURSE== BY ==SC-SECT-COURSE==
000640             ==SECT-TERM-CODE== BY ==SC-SECT-TERM-CODE==
000650             ==SECT-CODE== BY ==SC-SECT-CODE==
000660             ==SECT-DAYS== BY ==SC-SECT-DAYS==
000670             ==SECT-START-TIME== BY ==SC-SECT-START-TIME==
000680             ==SECT-END-TIME== BY ==SC-SECT-END-TIME==
000690             ==SECT-ROOM== BY ==SC-SECT-ROOM==
000700             ==SECT-INSTRUCTOR== BY ==SC-SECT-INSTRUCTOR==
000710             ==SECT-MAX-SEATS== BY ==SC-SECT-MAX-SEATS==.

000720 FD  SECTION-ENROLL-FILE.
000730 01  SECTION-ENROLL-RECORD.
000740     COPY SENRREC
000750         REPLACING ==03== BY ==02==
000760             ==SENR-KEY== BY ==SE-SENR-KEY==
000770             ==SENR-COURSE== BY ==SE-SENR-COURSE==
000780             ==SENR-TERM-CODE== BY ==SE-SENR-TERM-CODE==
000790             ==SENR-SECTION== BY ==SE-SENR-SECTION==
000800             ==SENR-SNO== BY ==SE-SENR-SNO==
000810             ==SENR-DATE== BY ==SE-SENR-DATE==
000820             ==SENR-OPERATOR== BY ==SE-SENR-OPERATOR==.

000830 FD  TERM-MASTER-FILE.
000840 01  TERM-MASTER-RECORD.
000850     COPY TERMREC
000860         REPLACING ==03== BY ==02==
000870             ==TERM-CODE== BY ==TM-TERM-CODE==
000880             ==TERM-START-DATE== BY ==TM-TERM-START-DATE==
000890             ==TERM-END-DATE== BY ==TM-TERM-END-DATE==
000900             ==TERM-CURRENT-FLAG== BY ==TM-TERM-CURRENT-FLAG==
000910             ==TERM-IS-CURRENT== BY ==TM-TERM-IS-CURRENT==
000920             ==TERM-CENSUS-DATE== BY ==TM-TERM-CENSUS-DATE==.

000930 SD  SORT-WORK-FILE.
000940 01  SORT-WORK-RECORD.
000950     02  SW-INSTRUCTOR                 PIC X(30).
000960     02  SW-COURSE                     PIC X(20).
000970     02  SW-SECTION                    PIC X(04).
000980     02  SW-DAYS                       PIC X(07).
000990     02  SW-START-TIME                 PIC 9(04).
001000     02  SW-END-TIME                   PIC 9(04).
001010     02  SW-ROOM                       PIC X(08).
001020     02  SW-ENROLLED                   PIC 9(05).

001030 FD  LOAD-REPORT-FILE.
001040 01  LOAD-REPORT-RECORD               PIC X(132).

001050 WORKING-STORAGE SECTION.
001060 01  WS-TIME-CHECK                 PIC 9(04).
001070 01  WS-TIME-CHECK-BREAKDOWN REDEFINES WS-TIME-CHECK.
001080     05  WS-TIME-CHECK-HH          PIC 9(02).
001090     05  WS-TIME-CHECK-MM          PIC 9(02).

001100 77  WS-SECT-FILE-STATUS           PIC X(02).
001110 77  WS-SENR-FILE-STATUS           PIC X(02).
001120 77  WS-TERM-FILE-STATUS           PIC X(02).
001130 77  WS-REPORT-FILE-STATUS         PIC X(02).

001140 77  WS-REPORT-TERM                PIC X(06).
001150 77  WS-SENR-READY-SW              PIC X(01)    VALUE "N".
001160         88  WS-SENR-READY                          VALUE "Y".
001170 77  WS-EOF-SW                     PIC X(01)    VALUE "N".
001180         88  WS-EOF                                 VALUE "Y".
001190         88  WS-NOT-EOF                             VALUE "N".
001200 77  WS-SENR-EOF-SW                PIC X(01)    VALUE "N".
001210         88  WS-SENR-EOF                            VALUE "Y".
001220 77  WS-FIRST-INSTR-SW             PIC X(01)    VALUE "Y".
001230         88  WS-FIRST-INSTR                         VALUE "Y".

001240 77  WS-BREAK-INSTRUCTOR           PIC X(30).
001250 77  WS-DAY-IX                     PIC 9(02) COMP.
001260 77  WS-DAY-COUNT                  PIC 9(02) COMP.
001270 77  WS-ENROLLED-COUNT             PIC 9(05) COMP.
001280 77  WS-START-MINUTES              PIC 9(05) COMP.
001290 77  WS-END-MINUTES                PIC 9(05) COMP.
001300 77  WS-SLOT-MINUTES               PIC 9(07) COMP.
001310 77  WS-HOURS                      PIC 9(05)V99.

001320 77  WS-INSTR-SECTIONS             PIC 9(05) COMP.
001330 77  WS-INSTR-MINUTES              PIC 9(07) COMP.
001340 77  WS-INSTR-STUDENTS             PIC 9(07) COMP.
001350 77  WS-TOT-INSTRUCTORS            PIC 9(05) COMP VALUE 0.
001360 77  WS-TOT-SECTIONS               PIC 9(05) COMP VALUE 0.
001370 77  WS-TOT-MINUTES                PIC 9(07) COMP VALUE 0.
001380 77  WS-TOT-STUDENTS               PIC 9(07) COMP VALUE 0.

001390 01  WS-DATE-FIELDS.
001400         05  WS-CURRENT-DATE           PIC 9(08).
001410 01  WS-DATE-BREAKDOWN REDEFINES WS-DATE-FIELDS.
001420         05  WS-CUR-YYYY               PIC 9(04).
001430         05  WS-CUR-MM                 PIC 9(02).
001440         05  WS-CUR-DD                 PIC 9(02).
001450 77  WS-RUN-DATE                   PIC X(10).

001460 01  WS-HEADING-1.
001470         05  FILLER                    PIC X(42)
001480             VALUE " INSTRUCTOR TEACHING LOADS".
001490         05  FILLER                    PIC X(10)
001500             VALUE "RUN DATE: ".
001510         05  RH1-RUN-DATE              PIC X(10).

001520 01  WS-HEADING-2.
001530         05  FILLER                    PIC X(07)
001540             VALUE " TERM: ".
001550         05  RH2-TERM                  PIC X(06).

001560 01  WS-HEADING-3.
001570         05  FILLER                    PIC X(03)    VALUE SPACES.
001580         05  FILLER                    PIC X(21)
001590             VALUE "COURSE".
001600         05  FILLER                    PIC X(05)    VALUE "SECT".
001610         05  FILLER                    PIC X(09)    VALUE "DAYS".
001620         05  FILLER                    PIC X(11)    VALUE "TIME".
001630         05  FILLER                    PIC X(10)    VALUE "ROOM".
001640         05  FILLER                    PIC X(11)
001650             VALUE "HRS/WEEK".
001660         05  FILLER                    PIC X(08)
001670             VALUE "STUDENTS".

001680 01  WS-INSTR-LINE.
001690         05  FILLER                    PIC X(13)
001700             VALUE " INSTRUCTOR: ".
001710         05  IL-INSTRUCTOR             PIC X(30).

001720 01  WS-DETAIL-LINE.
001730         05  FILLER                    PIC X(03)    VALUE SPACES.
001740         05  DL-COURSE                 PIC X(20).
001750         05  FILLER                    PIC X(01)    VALUE SPACES.
001760         05  DL-SECTION                PIC X(04).
001770         05  FILLER                    PIC X(01)    VALUE SPACES.
001780         05  DL-DAYS                   PIC X(07).
001790         05  FILLER                    PIC X(02)    VALUE SPACES.
001800         05  DL-START                  PIC 9(04).
001810         05  FILLER                    PIC X(01)    VALUE "-".
001820         05  DL-END                    PIC 9(04).
001830         05  FILLER                    PIC X(02)    VALUE SPACES.
001840         05  DL-ROOM                   PIC X(08).
001850         05  FILLER                    PIC X(02)    VALUE SPACES.
001860         05  DL-HOURS                  PIC ZZ9.99.
001870         05  FILLER                    PIC X(05)    VALUE SPACES.
001880         05  DL-ENROLLED               PIC ZZ,ZZ9.

001890 01  WS-INSTR-TOTAL-LINE.
001900         05  FILLER                    PIC X(03)    VALUE SPACES.
001910         05  FILLER                    PIC X(10)
001920             VALUE "SECTIONS ".
001930         05  IT-SECTIONS               PIC ZZ,ZZ9.
001940         05  FILLER                    PIC X(24)
001950             VALUE "  WEEKLY CONTACT HOURS ".
001960         05  IT-HOURS                  PIC ZZ,ZZ9.99.
001970         05  FILLER                    PIC X(12)
001980             VALUE "  STUDENTS ".
001990         05  IT-STUDENTS               PIC ZZZ,ZZ9.

002000 01  WS-TOTAL-LINE.
002010         05  FILLER                    PIC X(01)    VALUE SPACES.
002020         05  TL-TEXT                   PIC X(30).
002030         05  TL-COUNT                  PIC Z,ZZZ,ZZ9.

002040 01  WS-HOURS-LINE.
002050         05  FILLER                    PIC X(01)    VALUE SPACES.
002060         05  FILLER                    PIC X(30)
002070             VALUE "WEEKLY CONTACT HOURS".
002080         05  HL-HOURS                  PIC ZZ,ZZ9.99.

002090 PROCEDURE DIVISION.

002100 0000-MAINLINE.
002110     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002120     SORT SORT-WORK-FILE
002130         ON ASCENDING KEY SW-INSTRUCTOR SW-COURSE SW-SECTION
002140         INPUT PROCEDURE 2000-SELECT-SECTIONS THRU 2000-EXIT
002150         OUTPUT PROCEDURE 3000-PRODUCE-REPORT THRU 3000-EXIT.
002160     CLOSE SECTION-FILE.
002170     IF WS-SENR-READY
002180         CLOSE SECTION-ENROLL-FILE
002190     END-IF.
002200     DISPLAY "TEACHING LOADS COMPLETE. OUTPUT IN LOADRPT".
002210     DISPLAY "INSTRUCTORS REPORTED  : " WS-TOT-INSTRUCTORS.
002220     DISPLAY "SECTIONS REPORTED     : " WS-TOT-SECTIONS.
002230     STOP RUN.

002240*****************************************************************
002250*    1000 - TERM PROMPT AND FILE OPENS                           *
002260*****************************************************************
002270 1000-INITIALIZE.
002280     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002290     MOVE SPACES TO WS-RUN-DATE.
002300     STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD
002310         DELIMITED BY SIZE INTO WS-RUN-DATE.
002320     OPEN INPUT TERM-MASTER-FILE.
002330     IF WS-TERM-FILE-STATUS NOT = "00"
002340         DISPLAY "UNABLE TO OPEN TERMMST. STATUS="
002350             WS-TERM-FILE-STATUS
002360         DISPLAY "RUN SANCHEZ21 TO SET UP TERMS FIRST."
002370         STOP RUN
002380     END-IF.
002390     DISPLAY "TERM CODE TO REPORT: " WITH NO ADVANCING.
002400     ACCEPT WS-REPORT-TERM.
002410     MOVE WS-REPORT-TERM TO TM-TERM-CODE.
002420     READ TERM-MASTER-FILE
002430         INVALID KEY
002440             CONTINUE
002450     END-READ.
002460     IF WS-TERM-FILE-STATUS NOT = "00"
002470         DISPLAY "TERM " WS-REPORT-TERM " IS NOT ON TERMMST. "
002480             "REPORT NOT PRODUCED."
002490         CLOSE TERM-MASTER-FILE
002500         STOP RUN
002510     END-IF.
002520     CLOSE TERM-MASTER-FILE.
002530*    PROVE THE SECTION FILE CAN BE OPENED BEFORE THE SORT
002540*    TOUCHES THE REPORT, SO A BAD FILE CANNOT LEAVE AN EMPTY
002550*    REPORT IN PLACE OF THE LAST GOOD ONE.
002560     OPEN INPUT SECTION-FILE.
002570     IF WS-SECT-FILE-STATUS NOT = "00"
002580         DISPLAY "UNABLE TO OPEN SECTMST. STATUS="
002590             WS-SECT-FILE-STATUS
002600         DISPLAY "RUN SANCHEZ30 TO SET UP SECTIONS. REPORT "
002610             "NOT PRODUCED."
002620         STOP RUN
002630     END-IF.
002640*    NO ENROLLMENT FILE YET SIMPLY MEANS NOBODY HAS BEEN PLACED
002650*    IN A SECTION; EVERY SECTION THEN SHOWS NO STUDENTS.
002660     OPEN INPUT SECTION-ENROLL-FILE.
002670     IF WS-SENR-FILE-STATUS = "00"
002680         MOVE "Y" TO WS-SENR-READY-SW
002690     END-IF.
002700 1000-EXIT.
002710     EXIT.

002720*****************************************************************
002730*    2000 - INPUT PROCEDURE: RELEASE EVERY SECTION OF THE TERM   *
002740*    WITH ITS ENROLLED COUNT                                     *
002750*****************************************************************
002760 2000-SELECT-SECTIONS.
002770     PERFORM 7200-START-BROWSE THRU 7200-EXIT.
002780     PERFORM 2100-RELEASE-ONE-SECTION THRU 2100-EXIT
002790         UNTIL WS-EOF.
002800 2000-EXIT.
002810     EXIT.

002820*    THE SECTION FILE IS KEYED BY COURSE FIRST, SO THE WHOLE
002830*    FILE IS READ AND THE TERM PICKED OUT HERE.
002840 2100-RELEASE-ONE-SECTION.
002850     IF SC-SECT-TERM-CODE NOT = WS-REPORT-TERM
002860         GO TO 2190-READ-NEXT
002870     END-IF.
002880     PERFORM 6300-COUNT-ENROLLED THRU 6300-EXIT.
002890     MOVE SC-SECT-INSTRUCTOR TO SW-INSTRUCTOR.
002900     MOVE SC-SECT-COURSE TO SW-COURSE.
002910     MOVE SC-SECT-CODE TO SW-SECTION.
002920     MOVE SC-SECT-DAYS TO SW-DAYS.
002930     MOVE SC-SECT-START-TIME TO SW-START-TIME.
002940     MOVE SC-SECT-END-TIME TO SW-END-TIME.
002950     MOVE SC-SECT-ROOM TO SW-ROOM.
002960     MOVE WS-ENROLLED-COUNT TO SW-ENROLLED.
002970     RELEASE SORT-WORK-RECORD.
002980 2190-READ-NEXT.
002990     PERFORM 7210-READ-NEXT-SECTION THRU 7210-EXIT.
003000 2100-EXIT.
003010     EXIT.

003020*****************************************************************
003030*    3000 - OUTPUT PROCEDURE: CONTROL BREAK ON INSTRUCTOR        *
003040*****************************************************************
003050 3000-PRODUCE-REPORT.
003060     OPEN OUTPUT LOAD-REPORT-FILE.
003070     IF WS-REPORT-FILE-STATUS NOT = "00"
003080         DISPLAY "UNABLE TO OPEN LOADRPT. STATUS="
003090             WS-REPORT-FILE-STATUS
003100         GO TO 3000-EXIT
003110     END-IF.
003120     MOVE WS-RUN-DATE TO RH1-RUN-DATE.
003130     WRITE LOAD-REPORT-RECORD FROM WS-HEADING-1.
003140     MOVE WS-REPORT-TERM TO RH2-TERM.
003150     WRITE LOAD-REPORT-RECORD FROM WS-HEADING-2
003160         AFTER ADVANCING 1.
003170     MOVE "Y" TO WS-FIRST-INSTR-SW.
003180     MOVE "N" TO WS-EOF-SW.
003190     RETURN SORT-WORK-FILE
003200         AT END MOVE "Y" TO WS-EOF-SW
003210     END-RETURN.
003220     PERFORM 3100-PROCESS-ONE-SECTION THRU 3100-EXIT
003230         UNTIL WS-EOF.
003240     IF NOT WS-FIRST-INSTR
003250         PERFORM 3400-WRITE-INSTR-TOTALS THRU 3400-EXIT
003260     END-IF.
003270     PERFORM 3500-WRITE-GRAND-TOTALS THRU 3500-EXIT.
003280     CLOSE LOAD-REPORT-FILE.
003290 3000-EXIT.
003300     EXIT.

003310 3100-PROCESS-ONE-SECTION.
003320     EVALUATE TRUE
003330         WHEN WS-FIRST-INSTR
003340             MOVE "N" TO WS-FIRST-INSTR-SW
003350             PERFORM 3200-START-NEW-INSTR THRU 3200-EXIT
003360         WHEN SW-INSTRUCTOR NOT = WS-BREAK-INSTRUCTOR
003370             PERFORM 3400-WRITE-INSTR-TOTALS THRU 3400-EXIT
003380             PERFORM 3200-START-NEW-INSTR THRU 3200-EXIT
003390     END-EVALUATE.
003400     PERFORM 3300-WRITE-SECTION-LINE THRU 3300-EXIT.
003410     RETURN SORT-WORK-FILE
003420         AT END MOVE "Y" TO WS-EOF-SW
003430     END-RETURN.
003440 3100-EXIT.
003450     EXIT.

003460 3200-START-NEW-INSTR.
003470     MOVE SW-INSTRUCTOR TO WS-BREAK-INSTRUCTOR.
003480     MOVE 0 TO WS-INSTR-SECTIONS.
003490     MOVE 0 TO WS-INSTR-MINUTES.
003500     MOVE 0 TO WS-INSTR-STUDENTS.
003510     MOVE WS-BREAK-INSTRUCTOR TO IL-INSTRUCTOR.
003520     WRITE LOAD-REPORT-RECORD FROM WS-INSTR-LINE
003530         AFTER ADVANCING 2.
003540     WRITE LOAD-REPORT-RECORD FROM WS-HEADING-3
003550         AFTER ADVANCING 1.
003560 3200-EXIT.
003570     EXIT.

003580 3300-WRITE-SECTION-LINE.
003590     PERFORM 3320-COMPUTE-SLOT-MINUTES THRU 3320-EXIT.
003600     MOVE SW-COURSE TO DL-COURSE.
003610     MOVE SW-SECTION TO DL-SECTION.
003620     MOVE SW-DAYS TO DL-DAYS.
003630     MOVE SW-START-TIME TO DL-START.
003640     MOVE SW-END-TIME TO DL-END.
003650     MOVE SW-ROOM TO DL-ROOM.
003660     COMPUTE WS-HOURS ROUNDED = WS-SLOT-MINUTES / 60.
003670     MOVE WS-HOURS TO DL-HOURS.
003680     MOVE SW-ENROLLED TO DL-ENROLLED.
003690     WRITE LOAD-REPORT-RECORD FROM WS-DETAIL-LINE
003700         AFTER ADVANCING 1.
003710     ADD 1 TO WS-INSTR-SECTIONS.
003720     ADD WS-SLOT-MINUTES TO WS-INSTR-MINUTES.
003730     ADD SW-ENROLLED TO WS-INSTR-STUDENTS.
003740 3300-EXIT.
003750     EXIT.

003760*    MINUTES PER MEETING TIMES THE MEETING DAYS IN THE WEEK.
003770 3320-COMPUTE-SLOT-MINUTES.
003780     MOVE SW-START-TIME TO WS-TIME-CHECK.
003790     COMPUTE WS-START-MINUTES =
003800         WS-TIME-CHECK-HH * 60 + WS-TIME-CHECK-MM.
003810     MOVE SW-END-TIME TO WS-TIME-CHECK.
003820     COMPUTE WS-END-MINUTES =
003830         WS-TIME-CHECK-HH * 60 + WS-TIME-CHECK-MM.
003840     MOVE 0 TO WS-DAY-COUNT.
003850     PERFORM 3325-COUNT-ONE-DAY THRU 3325-EXIT
003860         VARYING WS-DAY-IX FROM 1 BY 1
003870         UNTIL WS-DAY-IX > 7.
003880     MOVE 0 TO WS-SLOT-MINUTES.
003890     IF WS-END-MINUTES > WS-START-MINUTES
003900         COMPUTE WS-SLOT-MINUTES =
003910             (WS-END-MINUTES - WS-START-MINUTES) * WS-DAY-COUNT
003920     END-IF.
003930 3320-EXIT.
003940     EXIT.

003950 3325-COUNT-ONE-DAY.
003960     IF SW-DAYS(WS-DAY-IX:1) NOT = SPACE
003970         ADD 1 TO WS-DAY-COUNT
003980     END-IF.
003990 3325-EXIT.
004000     EXIT.

004010 3400-WRITE-INSTR-TOTALS.
004020     MOVE WS-INSTR-SECTIONS TO IT-SECTIONS.
004030     COMPUTE WS-HOURS ROUNDED = WS-INSTR-MINUTES / 60.
004040     MOVE WS-HOURS TO IT-HOURS.
004050     MOVE WS-INSTR-STUDENTS TO IT-STUDENTS.
004060     WRITE LOAD-REPORT-RECORD FROM WS-INSTR-TOTAL-LINE
004070         AFTER ADVANCING 1.
004080     ADD 1 TO WS-TOT-INSTRUCTORS.
004090     ADD WS-INSTR-SECTIONS TO WS-TOT-SECTIONS.
004100     ADD WS-INSTR-MINUTES TO WS-TOT-MINUTES.
004110     ADD WS-INSTR-STUDENTS TO WS-TOT-STUDENTS.
004120 3400-EXIT.
004130     EXIT.

004140 3500-WRITE-GRAND-TOTALS.
004150     MOVE SPACES TO TL-TEXT.
004160     MOVE "INSTRUCTORS" TO TL-TEXT.
004170     MOVE WS-TOT-INSTRUCTORS TO TL-COUNT.
004180     WRITE LOAD-REPORT-RECORD FROM WS-TOTAL-LINE
004190         AFTER ADVANCING 2.
004200     MOVE "SECTIONS" TO TL-TEXT.
004210     MOVE WS-TOT-SECTIONS TO TL-COUNT.
004220     WRITE LOAD-REPORT-RECORD FROM WS-TOTAL-LINE
004230         AFTER ADVANCING 1.
004240     COMPUTE WS-HOURS ROUNDED = WS-TOT-MINUTES / 60.
004250     MOVE WS-HOURS TO HL-HOURS.
004260     WRITE LOAD-REPORT-RECORD FROM WS-HOURS-LINE
004270         AFTER ADVANCING 1.
004280     MOVE "STUDENTS TAUGHT" TO TL-TEXT.
004290     MOVE WS-TOT-STUDENTS TO TL-COUNT.
004300     WRITE LOAD-REPORT-RECORD FROM WS-TOTAL-LINE
004310         AFTER ADVANCING 1.
004320 3500-EXIT.
004330     EXIT.

004340*****************************************************************
004350*    6300 - COUNT THE STUDENTS IN THE SECTION JUST READ          *
004360*****************************************************************
004370 6300-COUNT-ENROLLED.
004380     MOVE 0 TO WS-ENROLLED-COUNT.
004390     IF NOT WS-SENR-READY
004400         GO TO 6300-EXIT
004410     END-IF.
004420     MOVE "N" TO WS-SENR-EOF-SW.
004430     MOVE SC-SECT-COURSE TO SE-SENR-COURSE.
004440     MOVE SC-SECT-TERM-CODE TO SE-SENR-TERM-CODE.
004450     MOVE SC-SECT-CODE TO SE-SENR-SECTION.
004460     MOVE LOW-VALUES TO SE-SENR-SNO.
004470     START SECTION-ENROLL-FILE
004480         KEY IS NOT LESS THAN SE-SENR-KEY.
004490     IF WS-SENR-FILE-STATUS NOT = "00"
004500         GO TO 6300-EXIT
004510     END-IF.
004520     PERFORM 6310-COUNT-ONE-ENROLLMENT THRU 6310-EXIT
004530         UNTIL WS-SENR-EOF.
004540 6300-EXIT.
004550     EXIT.

004560 6310-COUNT-ONE-ENROLLMENT.
004570     READ SECTION-ENROLL-FILE NEXT RECORD.
004580     IF WS-SENR-FILE-STATUS NOT = "00"
004590             OR SE-SENR-COURSE NOT = SC-SECT-COURSE
004600             OR SE-SENR-TERM-CODE NOT = SC-SECT-TERM-CODE
004610             OR SE-SENR-SECTION NOT = SC-SECT-CODE
004620         MOVE "Y" TO WS-SENR-EOF-SW
004630         GO TO 6310-EXIT
004640     END-IF.
004650     ADD 1 TO WS-ENROLLED-COUNT.
004660 6310-EXIT.
004670     EXIT.

004680*****************************************************************
004690*    7200 - SEQUENTIAL BROWSE OF THE SECTION FILE BY KEY         *
004700*****************************************************************
004710 7200-START-BROWSE.
004720     MOVE "N" TO WS-EOF-SW.
004730     MOVE LOW-VALUES TO SC-SECT-KEY.
004740     START SECTION-FILE
004750         KEY IS NOT LESS THAN SC-SECT-KEY.
004760     IF WS-SECT-FILE-STATUS NOT = "00"
004770         MOVE "Y" TO WS-EOF-SW
004780     END-IF.
004790     IF WS-NOT-EOF
004800         PERFORM 7210-READ-NEXT-SECTION THRU 7210-EXIT
004810     END-IF.
004820 7200-EXIT.
004830     EXIT.

004840*    ANY STATUS OTHER THAN A GOOD READ ENDS THE BROWSE, SO A
004850*    HARD I-O ERROR CANNOT LEAVE THE CALLER LOOPING FOREVER.
004860 7210-READ-NEXT-SECTION.
004870     READ SECTION-FILE NEXT RECORD.
004880     IF WS-SECT-FILE-STATUS NOT = "00"
004890         MOVE "Y" TO WS-EOF-SW
004900     END-IF.
004910 7210-EXIT.
004920     EXIT.
