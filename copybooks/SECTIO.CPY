000010*****************************************************************
000020*                                                                *
000030*    SECTIO.CPY                                                 *
000040*                                                                *
000050*    PROCEDURE COPY: ASSIGNING A STUDENT TO A COURSE SECTION    *
000060*    AND DROPPING THEM FROM ONE (SECTENR, LAYOUT IN SENRREC.CPY *
000070*    AGAINST THE SECTIONS IN SECTMST, LAYOUT IN SECTREC.CPY).   *
000080*    EVERY PROGRAM THAT PLACES STUDENTS IN SECTIONS COPIES      *
000090*    THESE PARAGRAPHS SO THE CAPACITY AND CLASH RULES EXIST IN  *
000100*    EXACTLY ONE PLACE.                                         *
000110*                                                                *
000120*    8000 OPENS THE SECTION FILE INPUT AND THE ENROLLMENTS I-O  *
000130*    (CREATING THEM THE FIRST TIME); 8005 CLOSES WHAT 8000      *
000140*    OPENED. 8010 ASSIGNS WS-SECT-SNO TO SECTION WS-SECT-CODE   *
000150*    OF WS-SECT-COURSE IN WS-SECT-TERM, REFUSING A SECTION NOT  *
000160*    ON FILE, ONE THE STUDENT ALREADY HOLDS, ONE WHOSE DAYS AND *
000170*    TIMES OVERLAP A SECTION THE STUDENT ALREADY HOLDS IN THAT  *
000180*    TERM, AND ONE WHOSE ROOM IS ALREADY AT ITS SEAT LIMIT.     *
000190*    8050 DROPS THE STUDENT FROM THE SECTION. BOTH LEAVE        *
000200*    WS-SECT-DONE SET OR A REASON IN WS-SECT-REASON, AND SET    *
000210*    WS-SECT-FAILED ON A HARD I-O ERROR. 8055 DROPS THE         *
000220*    STUDENT FROM EVERY SECTION THEY HOLD IN WS-SECT-COURSE, IN *
000230*    ANY TERM, WHEN THEY LEAVE THAT COURSE OR STOP BEING        *
000240*    ACTIVE, COUNTING THEM IN WS-SECT-DROPPED; IT SETS          *
000250*    WS-SECT-FAILED THE SAME WAY.                               *
000260*                                                                *
000270*    REQUIRES: THE WORKING-STORAGE IN SECTWRK.CPY; SELECT/FD    *
000280*    SECTION-FILE (ASSIGN "SECTMST", INDEXED, ACCESS DYNAMIC,   *
000290*    RECORD KEY SC-SECT-KEY, STATUS WS-SECT-FILE-STATUS) WHOSE  *
000300*    RECORD COPIES SECTREC WITH PREFIX SC-; SELECT/FD           *
000310*    SECTION-ENROLL-FILE (ASSIGN "SECTENR", INDEXED, ACCESS     *
000320*    DYNAMIC, RECORD KEY SE-SENR-KEY, STATUS                    *
000330*    WS-SENR-FILE-STATUS) WHOSE RECORD COPIES SENRREC WITH      *
000340*    PREFIX SE-; WS-SIGNON-ID; AND THE WS-CURRENT-DATE          *
000350*    REDEFINES BREAKDOWN.                                       *
000360*                                                                *
000370*    MODIFICATION HISTORY                                        *
000380*     DATE       BY   DESCRIPTION                                *
000390*     2026-10-15 JS   INITIAL VERSION                            *
000400*****************************************************************

000410*****************************************************************
000420*    8000 - OPEN THE SECTION AND SECTION ENROLLMENT FILES        *
000430*****************************************************************
000440 8000-OPEN-SECTION-FILES.
000450     MOVE "N" TO WS-SECT-READY-SW.
000460     OPEN INPUT SECTION-FILE.
000470     IF WS-SECT-FILE-STATUS NOT = "00"
000480         DISPLAY "SECTION FILE SECTMST NOT AVAILABLE. STATUS="
000490             WS-SECT-FILE-STATUS
000500         DISPLAY "RUN SANCHEZ30 TO SET UP THE SECTIONS."
000510         GO TO 8000-EXIT
000520     END-IF.
000530     OPEN I-O SECTION-ENROLL-FILE.
000540     IF WS-SENR-FILE-STATUS = "35"
000550         DISPLAY "NO EXISTING SECTION ENROLLMENT FILE SECTENR, "
000560             "STARTING FRESH"
000570         OPEN OUTPUT SECTION-ENROLL-FILE
000580         CLOSE SECTION-ENROLL-FILE
000590         OPEN I-O SECTION-ENROLL-FILE
000600     END-IF.
000610     IF WS-SENR-FILE-STATUS NOT = "00"
000620         DISPLAY "UNABLE TO OPEN SECTENR. STATUS="
000630             WS-SENR-FILE-STATUS
000640         CLOSE SECTION-FILE
000650         GO TO 8000-EXIT
000660     END-IF.
000670     MOVE "Y" TO WS-SECT-READY-SW.
000680 8000-EXIT.
000690     EXIT.

000700 8005-CLOSE-SECTION-FILES.
000710     IF WS-SECT-READY
000720         CLOSE SECTION-FILE
000730         CLOSE SECTION-ENROLL-FILE
000740         MOVE "N" TO WS-SECT-READY-SW
000750     END-IF.
000760 8005-EXIT.
000770     EXIT.

000780*****************************************************************
000790*    8010 - ASSIGN ONE STUDENT TO ONE SECTION                    *
000800*****************************************************************
000810 8010-ASSIGN-SECTION.
000820     MOVE SPACES TO WS-SECT-REASON.
000830     MOVE "N" TO WS-SECT-DONE-SW.
000840     MOVE "N" TO WS-SECT-FAILED-SW.
000850     IF NOT WS-SECT-READY
000860         MOVE "SECTION FILES NOT AVAILABLE" TO WS-SECT-REASON
000870         GO TO 8010-EXIT
000880     END-IF.
000890     MOVE WS-SECT-COURSE TO SC-SECT-COURSE.
000900     MOVE WS-SECT-TERM TO SC-SECT-TERM-CODE.
000910     MOVE WS-SECT-CODE TO SC-SECT-CODE.
000920     READ SECTION-FILE
000930         INVALID KEY
000940             CONTINUE
000950     END-READ.
000960     EVALUATE WS-SECT-FILE-STATUS
000970         WHEN "00"
000980             CONTINUE
000990         WHEN "23"
001000             MOVE "NO SUCH SECTION OF THE COURSE IN THAT TERM"
001010                 TO WS-SECT-REASON
001020             GO TO 8010-EXIT
001030         WHEN OTHER
001040             MOVE "Y" TO WS-SECT-FAILED-SW
001050             STRING "SECTMST READ ERROR STATUS="
001060                 WS-SECT-FILE-STATUS
001070                 DELIMITED BY SIZE INTO WS-SECT-REASON
001080             GO TO 8010-EXIT
001090     END-EVALUATE.
001100     MOVE SC-SECT-DAYS TO WS-SECT-NEW-DAYS.
001110     MOVE SC-SECT-START-TIME TO WS-SECT-NEW-START.
001120     MOVE SC-SECT-END-TIME TO WS-SECT-NEW-END.
001130     MOVE SC-SECT-MAX-SEATS TO WS-SECT-NEW-MAX.
001140     PERFORM 8020-SCAN-COURSE-TERM THRU 8020-EXIT.
001150     IF WS-SECT-FAILED
001160         GO TO 8010-EXIT
001170     END-IF.
001180     IF WS-SECT-ALREADY-HELD
001190         MOVE "STUDENT IS ALREADY IN THAT SECTION"
001200             TO WS-SECT-REASON
001210         GO TO 8010-EXIT
001220     END-IF.
001230     IF WS-SECT-CLASH
001240         STRING "TIMETABLE CLASH WITH SECTION "
001250             WS-SECT-CLASH-CODE
001260             DELIMITED BY SIZE INTO WS-SECT-REASON
001270         GO TO 8010-EXIT
001280     END-IF.
001290*    A ZERO SEAT LIMIT, OR THE BLANK ON A RECORD KEYED
001300*    WITHOUT ONE, MEANS NO LIMIT, AS ON THE COURSE MASTER.
001310     IF WS-SECT-NEW-MAX IS NUMERIC AND WS-SECT-NEW-MAX > 0
001320         IF WS-SECT-SEAT-COUNT >= WS-SECT-NEW-MAX
001330             MOVE WS-SECT-NEW-MAX TO WS-SECT-MAX-EDIT
001340             STRING "SECTION FULL. ROOM CAPACITY "
001350                 WS-SECT-MAX-EDIT
001360                 DELIMITED BY SIZE INTO WS-SECT-REASON
001370             GO TO 8010-EXIT
001380         END-IF
001390     END-IF.
001400     MOVE SPACES TO SECTION-ENROLL-RECORD.
001410     MOVE WS-SECT-COURSE TO SE-SENR-COURSE.
001420     MOVE WS-SECT-TERM TO SE-SENR-TERM-CODE.
001430     MOVE WS-SECT-CODE TO SE-SENR-SECTION.
001440     MOVE WS-SECT-SNO TO SE-SENR-SNO.
001450     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001460     STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD
001470         DELIMITED BY SIZE INTO SE-SENR-DATE.
001480     MOVE WS-SIGNON-ID TO SE-SENR-OPERATOR.
001490     WRITE SECTION-ENROLL-RECORD.
001500     IF WS-SENR-FILE-STATUS NOT = "00"
001510         MOVE "Y" TO WS-SECT-FAILED-SW
001520         STRING "SECTENR WRITE ERROR STATUS="
001530             WS-SENR-FILE-STATUS
001540             DELIMITED BY SIZE INTO WS-SECT-REASON
001550         GO TO 8010-EXIT
001560     END-IF.
001570     MOVE "Y" TO WS-SECT-DONE-SW.
001580 8010-EXIT.
001590     EXIT.

001600*****************************************************************
001610*    8020 - ONE PASS OVER THE COURSE'S ENROLLMENTS FOR THE TERM: *
001620*    SEATS TAKEN IN THE NEW SECTION, WHETHER THE STUDENT HOLDS   *
001630*    IT ALREADY, AND WHETHER ANY SECTION THEY DO HOLD CLASHES.   *
001640*    A STUDENT ONLY EVER HOLDS SECTIONS OF THEIR OWN COURSE, SO  *
001650*    THE COURSE AND TERM KEY RANGE SEES EVERY ONE OF THEM.       *
001660*****************************************************************
001670 8020-SCAN-COURSE-TERM.
001680     MOVE 0 TO WS-SECT-SEAT-COUNT.
001690     MOVE "N" TO WS-SECT-HELD-SW.
001700     MOVE "N" TO WS-SECT-CLASH-SW.
001710     MOVE "N" TO WS-SECT-SCAN-EOF-SW.
001720     MOVE WS-SECT-COURSE TO SE-SENR-COURSE.
001730     MOVE WS-SECT-TERM TO SE-SENR-TERM-CODE.
001740     MOVE LOW-VALUES TO SE-SENR-SECTION.
001750     MOVE LOW-VALUES TO SE-SENR-SNO.
001760     START SECTION-ENROLL-FILE
001770         KEY IS NOT LESS THAN SE-SENR-KEY.
001780     IF WS-SENR-FILE-STATUS NOT = "00"
001790         MOVE "Y" TO WS-SECT-SCAN-EOF-SW
001800     END-IF.
001810     PERFORM 8025-CHECK-ONE-ENROLLMENT THRU 8025-EXIT
001820         UNTIL WS-SECT-SCAN-EOF.
001830 8020-EXIT.
001840     EXIT.

001850*    A HARD READ ERROR ENDS THE SCAN AND FAILS THE ASSIGNMENT,
001860*    SO A HALF-READ FILE CANNOT LET AN OVERBOOKING THROUGH.
001870 8025-CHECK-ONE-ENROLLMENT.
001880     READ SECTION-ENROLL-FILE NEXT RECORD.
001890     IF WS-SENR-FILE-STATUS NOT = "00"
001900         MOVE "Y" TO WS-SECT-SCAN-EOF-SW
001910         IF WS-SENR-FILE-STATUS NOT = "10"
001920             MOVE "Y" TO WS-SECT-FAILED-SW
001930             STRING "SECTENR READ ERROR STATUS="
001940                 WS-SENR-FILE-STATUS
001950                 DELIMITED BY SIZE INTO WS-SECT-REASON
001960         END-IF
001970         GO TO 8025-EXIT
001980     END-IF.
001990     IF SE-SENR-COURSE NOT = WS-SECT-COURSE
002000             OR SE-SENR-TERM-CODE NOT = WS-SECT-TERM
002010         MOVE "Y" TO WS-SECT-SCAN-EOF-SW
002020         GO TO 8025-EXIT
002030     END-IF.
002040     IF SE-SENR-SECTION = WS-SECT-CODE
002050         ADD 1 TO WS-SECT-SEAT-COUNT
002060         IF SE-SENR-SNO = WS-SECT-SNO
002070             MOVE "Y" TO WS-SECT-HELD-SW
002080         END-IF
002090         GO TO 8025-EXIT
002100     END-IF.
002110     IF SE-SENR-SNO = WS-SECT-SNO AND NOT WS-SECT-CLASH
002120         PERFORM 8030-CHECK-TIME-CLASH THRU 8030-EXIT
002130     END-IF.
002140 8025-EXIT.
002150     EXIT.

002160*    TWO SECTIONS CLASH WHEN THEY SHARE A DAY AND EACH STARTS
002170*    BEFORE THE OTHER ENDS. A HELD SECTION NO LONGER ON FILE
002180*    HAS NO MEETING PATTERN TO CLASH WITH; A HARD READ ERROR
002190*    ENDS THE SCAN AND FAILS THE ASSIGNMENT, AS IN 8025.
002200 8030-CHECK-TIME-CLASH.
002210     MOVE SE-SENR-COURSE TO SC-SECT-COURSE.
002220     MOVE SE-SENR-TERM-CODE TO SC-SECT-TERM-CODE.
002230     MOVE SE-SENR-SECTION TO SC-SECT-CODE.
002240     READ SECTION-FILE
002250         INVALID KEY
002260             CONTINUE
002270     END-READ.
002280     IF WS-SECT-FILE-STATUS = "23"
002290         GO TO 8030-EXIT
002300     END-IF.
002310     IF WS-SECT-FILE-STATUS NOT = "00"
002320         MOVE "Y" TO WS-SECT-SCAN-EOF-SW
002330         MOVE "Y" TO WS-SECT-FAILED-SW
002340         STRING "SECTMST READ ERROR STATUS="
002350             WS-SECT-FILE-STATUS
002360             DELIMITED BY SIZE INTO WS-SECT-REASON
002370         GO TO 8030-EXIT
002380     END-IF.
002390     IF SC-SECT-START-TIME NOT < WS-SECT-NEW-END
002400             OR WS-SECT-NEW-START NOT < SC-SECT-END-TIME
002410         GO TO 8030-EXIT
002420     END-IF.
002430     PERFORM 8035-CHECK-ONE-DAY THRU 8035-EXIT
002440         VARYING WS-SECT-DAY-IX FROM 1 BY 1
002450         UNTIL WS-SECT-DAY-IX > 7 OR WS-SECT-CLASH.
002460 8030-EXIT.
002470     EXIT.

002480 8035-CHECK-ONE-DAY.
002490     IF SC-SECT-DAYS(WS-SECT-DAY-IX:1) NOT = SPACE
002500             AND WS-SECT-NEW-DAYS(WS-SECT-DAY-IX:1) NOT = SPACE
002510         MOVE "Y" TO WS-SECT-CLASH-SW
002520         MOVE SE-SENR-SECTION TO WS-SECT-CLASH-CODE
002530     END-IF.
002540 8035-EXIT.
002550     EXIT.

002560*****************************************************************
002570*    8050 - DROP ONE STUDENT FROM ONE SECTION                    *
002580*****************************************************************
002590 8050-DROP-SECTION.
002600     MOVE SPACES TO WS-SECT-REASON.
002610     MOVE "N" TO WS-SECT-DONE-SW.
002620     MOVE "N" TO WS-SECT-FAILED-SW.
002630     IF NOT WS-SECT-READY
002640         MOVE "SECTION FILES NOT AVAILABLE" TO WS-SECT-REASON
002650         GO TO 8050-EXIT
002660     END-IF.
002670     MOVE WS-SECT-COURSE TO SE-SENR-COURSE.
002680     MOVE WS-SECT-TERM TO SE-SENR-TERM-CODE.
002690     MOVE WS-SECT-CODE TO SE-SENR-SECTION.
002700     MOVE WS-SECT-SNO TO SE-SENR-SNO.
002710     READ SECTION-ENROLL-FILE
002720         INVALID KEY
002730             CONTINUE
002740     END-READ.
002750     EVALUATE WS-SENR-FILE-STATUS
002760         WHEN "00"
002770             CONTINUE
002780         WHEN "23"
002790             MOVE "STUDENT IS NOT IN THAT SECTION"
002800                 TO WS-SECT-REASON
002810             GO TO 8050-EXIT
002820         WHEN OTHER
002830             MOVE "Y" TO WS-SECT-FAILED-SW
002840             STRING "SECTENR READ ERROR STATUS="
002850                 WS-SENR-FILE-STATUS
002860                 DELIMITED BY SIZE INTO WS-SECT-REASON
002870             GO TO 8050-EXIT
002880     END-EVALUATE.
002890     DELETE SECTION-ENROLL-FILE RECORD.
002900     IF WS-SENR-FILE-STATUS NOT = "00"
002910         MOVE "Y" TO WS-SECT-FAILED-SW
002920         STRING "SECTENR DELETE ERROR STATUS="
002930             WS-SENR-FILE-STATUS
002940             DELIMITED BY SIZE INTO WS-SECT-REASON
002950         GO TO 8050-EXIT
002960     END-IF.
002970     MOVE "Y" TO WS-SECT-DONE-SW.
002980 8050-EXIT.
002990     EXIT.

003000*****************************************************************
003010*    8055 - DROP ONE STUDENT FROM EVERY SECTION OF A COURSE      *
003020*    THE STUDENT'S PLACEMENTS ARE FOUND BY BROWSING THE WHOLE    *
003030*    COURSE KEY RANGE, AS 8020 DOES FOR ONE TERM, AND EACH ONE   *
003040*    IS DROPPED THROUGH 8050.                                    *
003050*****************************************************************
003060 8055-DROP-ALL-SECTIONS.
003070     MOVE SPACES TO WS-SECT-REASON.
003080     MOVE "N" TO WS-SECT-FAILED-SW.
003090     MOVE 0 TO WS-SECT-DROPPED.
003100     IF NOT WS-SECT-READY
003110         MOVE "SECTION FILES NOT AVAILABLE" TO WS-SECT-REASON
003120         GO TO 8055-EXIT
003130     END-IF.
003140     MOVE LOW-VALUES TO WS-SECT-TERM.
003150     MOVE LOW-VALUES TO WS-SECT-CODE.
003160     PERFORM 8056-START-PLACEMENT-SCAN THRU 8056-EXIT.
003170     PERFORM 8057-DROP-ONE-PLACEMENT THRU 8057-EXIT
003180         UNTIL WS-SECT-SCAN-EOF.
003190 8055-EXIT.
003200     EXIT.

003210*    POSITIONS THE BROWSE JUST PAST THE STUDENT'S LAST PLACEMENT
003220*    SEEN. THE DELETE IN 8050 LOSES THE BROWSE POSITION, SO THE
003230*    SCAN IS STARTED AGAIN FROM HERE AFTER EVERY DROP.
003240 8056-START-PLACEMENT-SCAN.
003250     MOVE "N" TO WS-SECT-SCAN-EOF-SW.
003260     MOVE WS-SECT-COURSE TO SE-SENR-COURSE.
003270     MOVE WS-SECT-TERM TO SE-SENR-TERM-CODE.
003280     MOVE WS-SECT-CODE TO SE-SENR-SECTION.
003290     MOVE WS-SECT-SNO TO SE-SENR-SNO.
003300     START SECTION-ENROLL-FILE
003310         KEY IS GREATER THAN SE-SENR-KEY.
003320     IF WS-SENR-FILE-STATUS NOT = "00"
003330         MOVE "Y" TO WS-SECT-SCAN-EOF-SW
003340     END-IF.
003350 8056-EXIT.
003360     EXIT.

003370 8057-DROP-ONE-PLACEMENT.
003380     READ SECTION-ENROLL-FILE NEXT RECORD.
003390     IF WS-SENR-FILE-STATUS NOT = "00"
003400         MOVE "Y" TO WS-SECT-SCAN-EOF-SW
003410         IF WS-SENR-FILE-STATUS NOT = "10"
003420             MOVE "Y" TO WS-SECT-FAILED-SW
003430             STRING "SECTENR READ ERROR STATUS="
003440                 WS-SENR-FILE-STATUS
003450                 DELIMITED BY SIZE INTO WS-SECT-REASON
003460         END-IF
003470         GO TO 8057-EXIT
003480     END-IF.
003490     IF SE-SENR-COURSE NOT = WS-SECT-COURSE
003500         MOVE "Y" TO WS-SECT-SCAN-EOF-SW
003510         GO TO 8057-EXIT
003520     END-IF.
003530     IF SE-SENR-SNO NOT = WS-SECT-SNO
003540         GO TO 8057-EXIT
003550     END-IF.
003560     MOVE SE-SENR-TERM-CODE TO WS-SECT-TERM.
003570     MOVE SE-SENR-SECTION TO WS-SECT-CODE.
003580     PERFORM 8050-DROP-SECTION THRU 8050-EXIT.
003590     IF WS-SECT-FAILED
003600         MOVE "Y" TO WS-SECT-SCAN-EOF-SW
003610         GO TO 8057-EXIT
003620     END-IF.
003630     IF WS-SECT-DONE
003640         ADD 1 TO WS-SECT-DROPPED
003650     END-IF.
003660     PERFORM 8056-START-PLACEMENT-SCAN THRU 8056-EXIT.
003670 8057-EXIT.
003680     EXIT.
