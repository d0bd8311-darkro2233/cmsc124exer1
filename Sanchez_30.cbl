000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SANCHEZ30.
000030 AUTHOR. J SANCHEZ.
000040 INSTALLATION. REGISTRAR SYSTEMS UNIT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    COURSE SECTION MAINTENANCE                                  *
000100*                                                                *
000110*    MENU-DRIVEN PROGRAM TO MAINTAIN THE SECTION FILE (SECTMST, *
000120*    LAYOUT IN SECTREC.CPY): ONE ENTRY PER SECTION OF A COURSE  *
000130*    IN A TERM GIVING ITS MEETING DAYS, START AND END TIMES,    *
000140*    ROOM, INSTRUCTOR AND SEAT LIMIT. THE COURSE MUST BE ON     *
000150*    COURSMST (SANCHEZ05) AND THE TERM ON TERMMST (SANCHEZ21).  *
000160*    STUDENTS ARE PLACED IN SECTIONS BY SANCHEZ01 AND SANCHEZ07 *
000170*    THROUGH SECTIO.CPY, WHICH READS THIS FILE FOR THE CLASH    *
000180*    AND CAPACITY CHECKS; SANCHEZ31 AND SANCHEZ32 REPORT ROOM   *
000190*    USE AND TEACHING LOADS FROM IT. SECTIONS ARE NEVER         *
000200*    DELETED, SO THE REPORTS FOR A PAST TERM STAY REPRODUCIBLE. *
000210*    AN EDIT CHANGES THE SECTION FOR STUDENTS ALREADY IN IT,    *
000220*    SO A NEW SEAT LIMIT BELOW THE CURRENT ENROLLMENT IS        *
000230*    REFUSED.                                                   *
000240*                                                                *
000250*    MODIFICATION HISTORY                                        *
000260*     DATE       BY   DESCRIPTION                                *
000270*     2026-10-15 JS   INITIAL VERSION                            *
000280*     2026-10-15 JS   TERM RECORD COPY PICKED UP THE NEW TERMREC *
000290*                     FIELD CENSUS-DATE; PROCESSING IS UNCHANGED *
000300*****************************************************************

000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT SECTION-FILE
000380         ASSIGN TO "SECTMST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS SC-SECT-KEY
000420         FILE STATUS IS WS-SECT-FILE-STATUS.
000430     SELECT SECTION-ENROLL-FILE
000440         ASSIGN TO "SECTENR"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS SE-SENR-KEY
000480         FILE STATUS IS WS-SENR-FILE-STATUS.
000490     SELECT COURSE-MASTER-FILE
000500         ASSIGN TO "COURSMST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS CM-COURSE-CODE
000540         FILE STATUS IS WS-COURSE-FILE-STATUS.
000550     SELECT TERM-MASTER-FILE
000560         ASSIGN TO "TERMMST"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS TM-TERM-CODE
000600         FILE STATUS IS WS-TERM-FILE-STATUS.
000610     SELECT OPERATOR-MASTER-FILE
000620         ASSIGN TO "OPERMST"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS OM-OPER-ID
000660         FILE STATUS IS WS-OPER-FILE-STATUS.

000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  SECTION-FILE.
000700 01  SECTION-RECORD.
000710     COPY SECTREC
000720         REPLACING ==03== BY ==02==
000730             ==SECT-KEY== BY ==SC-SECT-KEY==
000740             ==SECT-COURSE== BY ==SC-SECT-COURSE==
000750             ==SECT-TERM-CODE== BY ==SC-SECT-TERM-CODE==
000760             ==SECT-CODE== BY ==SC-SECT-CODE==
000770             ==SECT-DAYS== BY ==SC-SECT-DAYS==
000780             ==SECT-START-TIME== BY ==SC-SECT-START-TIME==
000790             ==SECT-END-TIME== BY ==SC-SECT-END-TIME==
000800             ==SECT-ROOM== BY ==SC-SECT-ROOM==
000810             ==SECT-INSTRUCTOR== BY ==SC-SECT-INSTRUCTOR==
000820             ==SECT-MAX-SEATS== BY ==SC-SECT-MAX-SEATS==.

000830 FD  SECTION-ENROLL-FILE.
000840 01  SECTION-ENROLL-RECORD.
000850     COPY SENRREC
000860         REPLACING ==03== BY ==02==
000870             ==SENR-KEY== BY ==SE-SENR-KEY==
000880             ==SENR-COURSE== BY ==SE-SENR-COURSE==
000890             ==SENR-TERM-CODE== BY ==SE-SENR-TERM-CODE==
000900             ==SENR-SECTION== BY ==SE-SENR-SECTION==
000910             ==SENR-SNO== BY ==SE-SENR-SNO==
000920             ==SENR-DATE== BY ==SE-SENR-DATE==
000930             ==SENR-OPERATOR== BY ==SE-SENR-OPERATOR==.

000940 FD  COURSE-MASTER-FILE.
000950 01  COURSE-MASTER-RECORD.
000960     COPY COURSREC
000970         REPLACING ==03== BY ==02==
000980             ==COURSE-CODE== BY ==CM-COURSE-CODE==
000990             ==COURSE-TITLE== BY ==CM-COURSE-TITLE==
001000             ==DEPARTMENT== BY ==CM-DEPARTMENT==
001010             ==OFFERED-FLAG== BY ==CM-OFFERED-FLAG==
001020             ==COURSE-OFFERED== BY ==CM-COURSE-OFFERED==
001030             ==COURSE-CLOSED== BY ==CM-COURSE-CLOSED==
001040             ==MAX-SEATS== BY ==CM-MAX-SEATS==.

001050 FD  TERM-MASTER-FILE.
001060 01  TERM-MASTER-RECORD.
001070     COPY TERMREC
001080         REPLACING ==03== BY ==02==
001090             ==TERM-CODE== BY ==TM-TERM-CODE==
001100             ==TERM-START-DATE== BY ==TM-TERM-START-DATE==
001110             ==TERM-END-DATE== BY ==TM-TERM-END-DATE==
001120             ==TERM-CURRENT-FLAG== BY ==TM-TERM-CURRENT-FLAG==
001130             ==TERM-IS-CURRENT== BY ==TM-TERM-IS-CURRENT==
001140             ==TERM-CENSUS-DATE== BY ==TM-TERM-CENSUS-DATE==.

001150 FD  OPERATOR-MASTER-FILE.
001160 01  OPERATOR-MASTER-RECORD.
001170     COPY OPERREC
001180         REPLACING ==03== BY ==02==
001190             ==OPER-ID== BY ==OM-OPER-ID==
001200             ==OPER-NAME== BY ==OM-OPER-NAME==
001210             ==OPER-ROLE== BY ==OM-OPER-ROLE==
001220             ==OPER-IS-SUPERVISOR== BY ==OM-OPER-IS-SUPERVISOR==
001230             ==OPER-IS-CLERK== BY ==OM-OPER-IS-CLERK==.

001240 WORKING-STORAGE SECTION.
001250*    WORK COPY OF ONE SECTION. KEYED READS LOAD THE FD RECORD,
001260*    SO DATA ENTRY IS ACCEPTED HERE AND MOVED TO THE FD RECORD
001270*    ONLY WHEN THE WRITE OR REWRITE IS ABOUT TO HAPPEN.
001280 01  WS-SECT-WORK.
001290     COPY SECTREC
001300         REPLACING ==SECT-KEY== BY ==WK-SECT-KEY==
001310             ==SECT-COURSE== BY ==WK-SECT-COURSE==
001320             ==SECT-TERM-CODE== BY ==WK-SECT-TERM-CODE==
001330             ==SECT-CODE== BY ==WK-SECT-CODE==
001340             ==SECT-DAYS== BY ==WK-SECT-DAYS==
001350             ==SECT-START-TIME== BY ==WK-SECT-START-TIME==
001360             ==SECT-END-TIME== BY ==WK-SECT-END-TIME==
001370             ==SECT-ROOM== BY ==WK-SECT-ROOM==
001380             ==SECT-INSTRUCTOR== BY ==WK-SECT-INSTRUCTOR==
001390             ==SECT-MAX-SEATS== BY ==WK-SECT-MAX-SEATS==.

001400*    THE ONLY LETTER ALLOWED IN EACH POSITION OF SECT-DAYS.
001410 01  WS-DAY-LETTERS                PIC X(07)    VALUE "MTWHFSU".

001420 01  WS-TIME-CHECK                 PIC 9(04).
001430 01  WS-TIME-CHECK-BREAKDOWN REDEFINES WS-TIME-CHECK.
001440     05  WS-TIME-CHECK-HH          PIC 9(02).
001450     05  WS-TIME-CHECK-MM          PIC 9(02).

001460 77  MENUCHOICE                    PIC 9.
001470 77  WS-BROWSE-COUNT               PIC 9(04) COMP.
001480 77  WS-DAY-IX                     PIC 9(02) COMP.
001490 77  WS-DAY-COUNT                  PIC 9(02) COMP.
001500 77  WS-ENROLLED-COUNT             PIC 9(05) COMP.
001510 77  WS-ENROLLED-EDIT              PIC ZZ,ZZ9.
001520 77  WS-LIST-COURSE                PIC X(20).
001530 77  WS-LIST-TERM                  PIC X(06).

001540 77  WS-SECT-FILE-STATUS           PIC X(02).
001550 77  WS-SENR-FILE-STATUS           PIC X(02).
001560 77  WS-COURSE-FILE-STATUS         PIC X(02).
001570 77  WS-TERM-FILE-STATUS           PIC X(02).
001580 77  WS-OPER-FILE-STATUS           PIC X(02).

001590 77  WS-COURSE-MASTER-SW           PIC X(01)    VALUE "N".
001600         88  WS-COURSE-MASTER-READY                 VALUE "Y".
001610         88  WS-COURSE-MASTER-NOT-READY             VALUE "N".
001620 77  WS-TERM-MASTER-SW             PIC X(01)    VALUE "N".
001630         88  WS-TERM-MASTER-READY                   VALUE "Y".
001640         88  WS-TERM-MASTER-NOT-READY               VALUE "N".
001650 77  WS-SENR-READY-SW              PIC X(01)    VALUE "N".
001660         88  WS-SENR-READY                          VALUE "Y".

001670 77  WS-EOF-SW                     PIC X(01)    VALUE "N".
001680         88  WS-EOF                                 VALUE "Y".
001690         88  WS-NOT-EOF                             VALUE "N".
001700 77  WS-SENR-EOF-SW                PIC X(01)    VALUE "N".
001710         88  WS-SENR-EOF                            VALUE "Y".

001720 77  WS-VALID-SW                   PIC X(01).
001730         88  WS-VALID                               VALUE "Y".
001740         88  WS-INVALID                             VALUE "N".

001750 77  WS-RECORD-FOUND-SW            PIC X(01).
001760         88  WS-RECORD-FOUND                        VALUE "Y".
001770         88  WS-RECORD-NOT-FOUND                    VALUE "N".

001780 77  WS-SIGNON-ID                  PIC X(08).
001790 77  WS-SIGNON-TRIES               PIC 9 COMP.
001800 77  WS-SIGNON-OK-SW               PIC X(01)    VALUE "N".
001810         88  WS-SIGNON-OK                           VALUE "Y".
001820 77  WS-SIGNON-DENIED-SW           PIC X(01)    VALUE "N".
001830         88  WS-SIGNON-DENIED                       VALUE "Y".
001840 77  WS-SUPERVISOR-SW              PIC X(01)    VALUE "N".
001850         88  WS-SUPERVISOR                          VALUE "Y".

001860 PROCEDURE DIVISION.

001870 0000-MAINLINE.
001880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001890     PERFORM 2000-MENU-PROCESS THRU 2000-EXIT
001900         UNTIL MENUCHOICE = 4.
001910     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001920     STOP RUN.

001930*****************************************************************
001940*    1000 - INITIALIZATION AND SIGN-ON                           *
001950*****************************************************************
001960 1000-INITIALIZE.
001970     MOVE 0 TO MENUCHOICE.
001980     PERFORM 8600-OPERATOR-SIGNON THRU 8600-EXIT.
001990     IF WS-SIGNON-DENIED
002000         MOVE 4 TO MENUCHOICE
002010         GO TO 1000-EXIT
002020     END-IF.
002030     OPEN I-O SECTION-FILE.
002040     IF WS-SECT-FILE-STATUS = "35"
002050         DISPLAY "NO EXISTING SECTION FILE, STARTING FRESH"
002060         OPEN OUTPUT SECTION-FILE
002070         CLOSE SECTION-FILE
002080         OPEN I-O SECTION-FILE
002090     END-IF.
002100     IF WS-SECT-FILE-STATUS NOT = "00"
002110         DISPLAY "UNABLE TO OPEN SECTMST. STATUS="
002120             WS-SECT-FILE-STATUS
002130         DISPLAY "SECTION FILE IS NOT AVAILABLE. EXITING."
002140         MOVE 4 TO MENUCHOICE
002150         GO TO 1000-EXIT
002160     END-IF.
002170*    THE COURSE AND TERM MASTERS ONLY VALIDATE NEW SECTIONS, SO
002180*    A MISSING ONE DISABLES ADD INSTEAD OF THE WHOLE PROGRAM.
002190     OPEN INPUT COURSE-MASTER-FILE.
002200     IF WS-COURSE-FILE-STATUS = "00"
002210         MOVE "Y" TO WS-COURSE-MASTER-SW
002220     ELSE
002230         DISPLAY "COURSE MASTER COURSMST NOT AVAILABLE. STATUS="
002240             WS-COURSE-FILE-STATUS
002250         DISPLAY "RUN SANCHEZ05 TO BUILD IT. ADD IS DISABLED "
002260             "UNTIL THEN."
002270     END-IF.
002280     OPEN INPUT TERM-MASTER-FILE.
002290     IF WS-TERM-FILE-STATUS = "00"
002300         MOVE "Y" TO WS-TERM-MASTER-SW
002310     ELSE
002320         DISPLAY "TERM FILE TERMMST NOT AVAILABLE. STATUS="
002330             WS-TERM-FILE-STATUS
002340         DISPLAY "RUN SANCHEZ21 TO SET UP TERMS. ADD IS "
002350             "DISABLED UNTIL THEN."
002360     END-IF.
002370*    NO ENROLLMENT FILE YET SIMPLY MEANS NOBODY HAS BEEN PLACED
002380*    IN A SECTION; EVERY COUNT IS THEN ZERO.
002390     OPEN INPUT SECTION-ENROLL-FILE.
002400     IF WS-SENR-FILE-STATUS = "00"
002410         MOVE "Y" TO WS-SENR-READY-SW
002420     END-IF.
002430 1000-EXIT.
002440     EXIT.

002450*****************************************************************
002460*    2000 - MENU DISPATCH                                        *
002470*****************************************************************
002480 2000-MENU-PROCESS.
002490     PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT.
002500     EVALUATE MENUCHOICE
002510         WHEN 1
002520             PERFORM 3000-ADD-SECTION THRU 3000-EXIT
002530         WHEN 2
002540             PERFORM 4000-EDIT-SECTION THRU 4000-EXIT
002550         WHEN 3
002560             PERFORM 7000-VIEW-SECTIONS THRU 7000-EXIT
002570         WHEN 4
002580             CONTINUE
002590         WHEN OTHER
002600             DISPLAY "INVALID CHOICE"
002610     END-EVALUATE.
002620 2000-EXIT.
002630     EXIT.

002640 2100-DISPLAY-MENU.
002650     DISPLAY "COURSE SECTION MENU".
002660     DISPLAY "1. ADD SECTION".
002670     DISPLAY "2. EDIT SECTION".
002680     DISPLAY "3. VIEW SECTIONS OF A COURSE FOR A TERM".
002690     DISPLAY "4. EXIT".
002700     DISPLAY "CHOICE: " WITH NO ADVANCING.
002710     ACCEPT MENUCHOICE.
002720     DISPLAY MENUCHOICE.
002730 2100-EXIT.
002740     EXIT.

002750*****************************************************************
002760*    3000 - ADD SECTION                                          *
002770*****************************************************************
002780 3000-ADD-SECTION.
002790     IF WS-COURSE-MASTER-NOT-READY OR WS-TERM-MASTER-NOT-READY
002800         DISPLAY "CANNOT ADD. THE COURSE OR TERM MASTER IS NOT "
002810             "AVAILABLE."
002820         GO TO 3000-EXIT
002830     END-IF.
002840     MOVE SPACES TO WS-SECT-WORK.
002850     PERFORM 3100-ACCEPT-VALID-KEY THRU 3100-EXIT.
002860     IF WK-SECT-COURSE = SPACES
002870         DISPLAY "ADD CANCELLED."
002880         GO TO 3000-EXIT
002890     END-IF.
002900     MOVE 0 TO WS-ENROLLED-COUNT.
002910     PERFORM 3200-ACCEPT-VALID-DETAILS THRU 3200-EXIT.
002920     MOVE WS-SECT-WORK TO SECTION-RECORD.
002930     WRITE SECTION-RECORD.
002940     IF WS-SECT-FILE-STATUS NOT = "00"
002950         DISPLAY "ADD FAILED. STATUS=" WS-SECT-FILE-STATUS
002960         GO TO 3000-EXIT
002970     END-IF.
002980     DISPLAY "SECTION ADDED.".
002990 3000-EXIT.
003000     EXIT.

003010*    A BLANK COURSE CODE CANCELS, SO THE PROMPT LOOP ALWAYS
003020*    HAS A WAY OUT EVEN WHEN NO COURSE ON FILE CAN BE USED.
003030 3100-ACCEPT-VALID-KEY.
003040     MOVE "N" TO WS-VALID-SW.
003050     PERFORM 3110-PROMPT-AND-CHECK-KEY THRU 3110-EXIT
003060         UNTIL WS-VALID.
003070 3100-EXIT.
003080     EXIT.

003090 3110-PROMPT-AND-CHECK-KEY.
003100     DISPLAY "ENTER COURSE CODE (BLANK CANCELS): "
003110         WITH NO ADVANCING.
003120     ACCEPT WK-SECT-COURSE.
003130     IF WK-SECT-COURSE = SPACES
003140         MOVE "Y" TO WS-VALID-SW
003150         GO TO 3110-EXIT
003160     END-IF.
003170     MOVE WK-SECT-COURSE TO CM-COURSE-CODE.
003180     READ COURSE-MASTER-FILE
003190         INVALID KEY
003200             DISPLAY "COURSE CODE NOT ON THE COURSE MASTER. "
003210                 "TRY AGAIN."
003220             GO TO 3110-EXIT
003230     END-READ.
003240     DISPLAY "ENTER TERM CODE (E.G. 2026-1): " WITH NO ADVANCING.
003250     ACCEPT WK-SECT-TERM-CODE.
003260     MOVE WK-SECT-TERM-CODE TO TM-TERM-CODE.
003270     READ TERM-MASTER-FILE
003280         INVALID KEY
003290             DISPLAY "TERM CODE NOT ON THE TERM FILE. TRY AGAIN."
003300             GO TO 3110-EXIT
003310     END-READ.
003320     DISPLAY "ENTER SECTION CODE (E.G. A1): " WITH NO ADVANCING.
003330     ACCEPT WK-SECT-CODE.
003340     IF WK-SECT-CODE = SPACES
003350         DISPLAY "SECTION CODE CANNOT BE BLANK. TRY AGAIN."
003360         GO TO 3110-EXIT
003370     END-IF.
003380     MOVE WK-SECT-KEY TO SC-SECT-KEY.
003390     PERFORM 6200-READ-SECTION-BY-KEY THRU 6200-EXIT.
003400     IF WS-RECORD-FOUND
003410         DISPLAY "THAT SECTION ALREADY EXISTS. USE EDIT. "
003420             "TRY AGAIN."
003430     ELSE
003440         MOVE "Y" TO WS-VALID-SW
003450     END-IF.
003460 3110-EXIT.
003470     EXIT.

003480 3200-ACCEPT-VALID-DETAILS.
003490     MOVE "N" TO WS-VALID-SW.
003500     PERFORM 3210-PROMPT-AND-CHECK-DETAILS THRU 3210-EXIT
003510         UNTIL WS-VALID.
003520 3200-EXIT.
003530     EXIT.

003540*    THE CALLER LEAVES THE SECTION'S CURRENT ENROLLMENT IN
003550*    WS-ENROLLED-COUNT (ZERO ON AN ADD) SO THE SEAT LIMIT
003560*    CANNOT BE SET BELOW THE STUDENTS ALREADY PLACED.
003570 3210-PROMPT-AND-CHECK-DETAILS.
003580     DISPLAY "ENTER MEETING DAYS AS MTWHFSU, A SPACE FOR A DAY "
003590         "NOT MET (E.G. M W F): " WITH NO ADVANCING.
003600     ACCEPT WK-SECT-DAYS.
003610     DISPLAY "ENTER START TIME HHMM (24-HOUR): "
003620         WITH NO ADVANCING.
003630     ACCEPT WK-SECT-START-TIME.
003640     DISPLAY "ENTER END TIME HHMM (24-HOUR): " WITH NO ADVANCING.
003650     ACCEPT WK-SECT-END-TIME.
003660     DISPLAY "ENTER ROOM: " WITH NO ADVANCING.
003670     ACCEPT WK-SECT-ROOM.
003680     DISPLAY "ENTER INSTRUCTOR: " WITH NO ADVANCING.
003690     ACCEPT WK-SECT-INSTRUCTOR.
003700     DISPLAY "ENTER SEAT LIMIT (ROOM CAPACITY, 0 = NO LIMIT): "
003710         WITH NO ADVANCING.
003720     ACCEPT WK-SECT-MAX-SEATS.
003730     MOVE 0 TO WS-DAY-COUNT.
003740     PERFORM 3220-CHECK-ONE-DAY THRU 3220-EXIT
003750         VARYING WS-DAY-IX FROM 1 BY 1
003760         UNTIL WS-DAY-IX > 7.
003770     IF WS-DAY-COUNT = 0 OR WS-DAY-COUNT > 7
003780         DISPLAY "DAYS MUST BE M T W H F S U IN THEIR OWN "
003790             "POSITIONS, AT LEAST ONE. TRY AGAIN."
003800         GO TO 3210-EXIT
003810     END-IF.
003820     IF WK-SECT-START-TIME IS NOT NUMERIC
003830             OR WK-SECT-END-TIME IS NOT NUMERIC
003840         DISPLAY "TIMES MUST BE FOUR DIGITS HHMM. TRY AGAIN."
003850         GO TO 3210-EXIT
003860     END-IF.
003870     MOVE WK-SECT-START-TIME TO WS-TIME-CHECK.
003880     IF WS-TIME-CHECK-HH > 23 OR WS-TIME-CHECK-MM > 59
003890         DISPLAY "START TIME IS NOT A TIME OF DAY. TRY AGAIN."
003900         GO TO 3210-EXIT
003910     END-IF.
003920     MOVE WK-SECT-END-TIME TO WS-TIME-CHECK.
003930     IF WS-TIME-CHECK-HH > 24 OR WS-TIME-CHECK-MM > 59
003940             OR (WS-TIME-CHECK-HH = 24 AND WS-TIME-CHECK-MM > 0)
003950         DISPLAY "END TIME IS NOT A TIME OF DAY. TRY AGAIN."
003960         GO TO 3210-EXIT
003970     END-IF.
003980     IF WK-SECT-END-TIME NOT > WK-SECT-START-TIME
003990         DISPLAY "END TIME MUST BE AFTER START TIME. TRY AGAIN."
004000         GO TO 3210-EXIT
004010     END-IF.
004020     IF WK-SECT-ROOM = SPACES OR WK-SECT-INSTRUCTOR = SPACES
004030         DISPLAY "ROOM AND INSTRUCTOR ARE REQUIRED. TRY AGAIN."
004040         GO TO 3210-EXIT
004050     END-IF.
004060     IF WK-SECT-MAX-SEATS IS NOT NUMERIC
004070         DISPLAY "SEAT LIMIT MUST BE NUMERIC. TRY AGAIN."
004080         GO TO 3210-EXIT
004090     END-IF.
004100     IF WK-SECT-MAX-SEATS > 0
004110             AND WK-SECT-MAX-SEATS < WS-ENROLLED-COUNT
004120         MOVE WS-ENROLLED-COUNT TO WS-ENROLLED-EDIT
004130         DISPLAY "SEAT LIMIT IS BELOW THE " WS-ENROLLED-EDIT
004140             " STUDENTS ALREADY IN THE SECTION. TRY AGAIN."
004150         GO TO 3210-EXIT
004160     END-IF.
004170     MOVE "Y" TO WS-VALID-SW.
004180 3210-EXIT.
004190     EXIT.

004200*    A POSITION IS EITHER BLANK OR ITS OWN DAY LETTER; ANYTHING
004210*    ELSE PUSHES THE COUNT PAST SEVEN SO THE CALLER REJECTS IT.
004220 3220-CHECK-ONE-DAY.
004230     IF WK-SECT-DAYS(WS-DAY-IX:1) = SPACE
004240         GO TO 3220-EXIT
004250     END-IF.
004260     IF WK-SECT-DAYS(WS-DAY-IX:1) = WS-DAY-LETTERS(WS-DAY-IX:1)
004270         ADD 1 TO WS-DAY-COUNT
004280     ELSE
004290         ADD 8 TO WS-DAY-COUNT
004300     END-IF.
004310 3220-EXIT.
004320     EXIT.

004330*****************************************************************
004340*    4000 - EDIT SECTION. THE KEY IS FIXED; THE MEETING PATTERN, *
004350*    ROOM, INSTRUCTOR AND SEAT LIMIT CHANGE. STUDENTS ALREADY IN *
004360*    THE SECTION STAY IN IT.                                     *
004370*****************************************************************
004380 4000-EDIT-SECTION.
004390     DISPLAY "COURSE CODE OF THE SECTION: " WITH NO ADVANCING.
004400     ACCEPT SC-SECT-COURSE.
004410     DISPLAY "TERM CODE OF THE SECTION: " WITH NO ADVANCING.
004420     ACCEPT SC-SECT-TERM-CODE.
004430     DISPLAY "SECTION CODE: " WITH NO ADVANCING.
004440     ACCEPT SC-SECT-CODE.
004450     PERFORM 6200-READ-SECTION-BY-KEY THRU 6200-EXIT.
004460     IF WS-RECORD-NOT-FOUND
004470         DISPLAY "NO SUCH SECTION."
004480         GO TO 4000-EXIT
004490     END-IF.
004500     MOVE SECTION-RECORD TO WS-SECT-WORK.
004510     PERFORM 6300-COUNT-ENROLLED THRU 6300-EXIT.
004520     MOVE WS-ENROLLED-COUNT TO WS-ENROLLED-EDIT.
004530     DISPLAY "CURRENT " WK-SECT-DAYS " " WK-SECT-START-TIME "-"
004540         WK-SECT-END-TIME " ROOM " WK-SECT-ROOM " SEATS "
004550         WK-SECT-MAX-SEATS " ENROLLED " WS-ENROLLED-EDIT.
004560     DISPLAY "INSTRUCTOR " WK-SECT-INSTRUCTOR.
004570     PERFORM 3200-ACCEPT-VALID-DETAILS THRU 3200-EXIT.
004580     MOVE WS-SECT-WORK TO SECTION-RECORD.
004590     REWRITE SECTION-RECORD.
004600     IF WS-SECT-FILE-STATUS NOT = "00"
004610         DISPLAY "EDIT FAILED. STATUS=" WS-SECT-FILE-STATUS
004620         GO TO 4000-EXIT
004630     END-IF.
004640     DISPLAY "EDITED".
004650 4000-EXIT.
004660     EXIT.

004670*    THE CALLER LOADS THE KEY INTO THE FD RECORD FIRST.
004680 6200-READ-SECTION-BY-KEY.
004690     MOVE "N" TO WS-RECORD-FOUND-SW.
004700     READ SECTION-FILE
004710         INVALID KEY
004720             MOVE "N" TO WS-RECORD-FOUND-SW
004730         NOT INVALID KEY
004740             MOVE "Y" TO WS-RECORD-FOUND-SW
004750     END-READ.
004760 6200-EXIT.
004770     EXIT.

004780*****************************************************************
004790*    6300 - COUNT THE STUDENTS IN THE SECTION IN WS-SECT-WORK    *
004800*****************************************************************
004810 6300-COUNT-ENROLLED.
004820     MOVE 0 TO WS-ENROLLED-COUNT.
004830     IF NOT WS-SENR-READY
004840         GO TO 6300-EXIT
004850     END-IF.
004860     MOVE "N" TO WS-SENR-EOF-SW.
004870     MOVE WK-SECT-COURSE TO SE-SENR-COURSE.
004880     MOVE WK-SECT-TERM-CODE TO SE-SENR-TERM-CODE.
004890     MOVE WK-SECT-CODE TO SE-SENR-SECTION.
004900     MOVE LOW-VALUES TO SE-SENR-SNO.
004910     START SECTION-ENROLL-FILE
004920         KEY IS NOT LESS THAN SE-SENR-KEY.
004930     IF WS-SENR-FILE-STATUS NOT = "00"
004940         GO TO 6300-EXIT
004950     END-IF.
004960     PERFORM 6310-COUNT-ONE-ENROLLMENT THRU 6310-EXIT
004970         UNTIL WS-SENR-EOF.
004980 6300-EXIT.
004990     EXIT.

005000 6310-COUNT-ONE-ENROLLMENT.
005010     READ SECTION-ENROLL-FILE NEXT RECORD.
005020     IF WS-SENR-FILE-STATUS NOT = "00"
005030             OR SE-SENR-COURSE NOT = WK-SECT-COURSE
005040             OR SE-SENR-TERM-CODE NOT = WK-SECT-TERM-CODE
005050             OR SE-SENR-SECTION NOT = WK-SECT-CODE
005060         MOVE "Y" TO WS-SENR-EOF-SW
005070         GO TO 6310-EXIT
005080     END-IF.
005090     ADD 1 TO WS-ENROLLED-COUNT.
005100 6310-EXIT.
005110     EXIT.

005120*****************************************************************
005130*    7000 - VIEW THE SECTIONS OF ONE COURSE FOR ONE TERM         *
005140*****************************************************************
005150 7000-VIEW-SECTIONS.
005160     DISPLAY "COURSE CODE: " WITH NO ADVANCING.
005170     ACCEPT WS-LIST-COURSE.
005180     DISPLAY "TERM CODE: " WITH NO ADVANCING.
005190     ACCEPT WS-LIST-TERM.
005200     MOVE 0 TO WS-BROWSE-COUNT.
005210     MOVE "N" TO WS-EOF-SW.
005220     MOVE WS-LIST-COURSE TO SC-SECT-COURSE.
005230     MOVE WS-LIST-TERM TO SC-SECT-TERM-CODE.
005240     MOVE LOW-VALUES TO SC-SECT-CODE.
005250     START SECTION-FILE
005260         KEY IS NOT LESS THAN SC-SECT-KEY.
005270     IF WS-SECT-FILE-STATUS NOT = "00"
005280         MOVE "Y" TO WS-EOF-SW
005290     END-IF.
005300     IF WS-NOT-EOF
005310         PERFORM 7210-READ-NEXT-SECTION THRU 7210-EXIT
005320     END-IF.
005330     PERFORM 7010-DISPLAY-ONE-SECTION THRU 7010-EXIT
005340         UNTIL WS-EOF.
005350     IF WS-BROWSE-COUNT = 0
005360         DISPLAY "NO SECTIONS OF THAT COURSE FOR THAT TERM"
005370     END-IF.
005380 7000-EXIT.
005390     EXIT.

005400 7010-DISPLAY-ONE-SECTION.
005410     MOVE SECTION-RECORD TO WS-SECT-WORK.
005420     PERFORM 6300-COUNT-ENROLLED THRU 6300-EXIT.
005430     MOVE WS-ENROLLED-COUNT TO WS-ENROLLED-EDIT.
005440     DISPLAY WK-SECT-CODE " " WK-SECT-DAYS " "
005450         WK-SECT-START-TIME "-" WK-SECT-END-TIME " "
005460         WK-SECT-ROOM " " WS-ENROLLED-EDIT "/"
005470         WK-SECT-MAX-SEATS " " WK-SECT-INSTRUCTOR.
005480     PERFORM 7210-READ-NEXT-SECTION THRU 7210-EXIT.
005490 7010-EXIT.
005500     EXIT.

005510*    ANY STATUS OTHER THAN A GOOD READ, OR THE FIRST SECTION OF
005520*    ANOTHER COURSE OR TERM, ENDS THE BROWSE.
005530 7210-READ-NEXT-SECTION.
005540     READ SECTION-FILE NEXT RECORD.
005550     IF WS-SECT-FILE-STATUS NOT = "00"
005560             OR SC-SECT-COURSE NOT = WS-LIST-COURSE
005570             OR SC-SECT-TERM-CODE NOT = WS-LIST-TERM
005580         MOVE "Y" TO WS-EOF-SW
005590     ELSE
005600         ADD 1 TO WS-BROWSE-COUNT
005610     END-IF.
005620 7210-EXIT.
005630     EXIT.

005640*****************************************************************
005650*    8600 - OPERATOR SIGN-ON (SEE SIGNON.CPY)                    *
005660*****************************************************************
005670     COPY SIGNON.

005680*****************************************************************
005690*    9000 - TERMINATION                                          *
005700*****************************************************************
005710 9000-TERMINATE.
005720     CLOSE SECTION-FILE.
005730     IF WS-COURSE-MASTER-READY
005740         CLOSE COURSE-MASTER-FILE
005750     END-IF.
005760     IF WS-TERM-MASTER-READY
005770         CLOSE TERM-MASTER-FILE
005780     END-IF.
005790     IF WS-SENR-READY
005800         CLOSE SECTION-ENROLL-FILE
005810     END-IF.
005820     DISPLAY "GOODBYE.".
005830 9000-EXIT.
005840     EXIT.
