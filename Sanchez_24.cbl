000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SANCHEZ24.
000030 AUTHOR. J SANCHEZ.
000040 INSTALLATION. REGISTRAR SYSTEMS UNIT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    TUITION FEE SCHEDULE MAINTENANCE                            *
000100*                                                                *
000110*    MENU-DRIVEN PROGRAM TO MAINTAIN THE FEE SCHEDULE FILE      *
000120*    (FEESCHD, LAYOUT IN FEEREC.CPY): ONE ENTRY PER COURSE AND  *
000130*    TERM GIVING THE TUITION, THE MISCELLANEOUS FEES AND THE    *
000140*    WITHDRAWAL REFUND PERCENT. THE COURSE MUST BE ON COURSMST  *
000150*    (SANCHEZ05) AND THE TERM ON TERMMST (SANCHEZ21). THE       *
000160*    TERM-START ASSESSMENT (SANCHEZ25) CHARGES EVERY ACTIVE     *
000170*    STUDENT FROM THIS FILE, AND SANCHEZ01 RE-ASSESSES FROM IT  *
000180*    ON A TRANSFER OR WITHDRAWAL. ENTRIES ARE NEVER DELETED, SO *
000190*    PAST CHARGES STAY EXPLAINABLE; A FEE CHANGED AFTER THE     *
000200*    TERM IS ASSESSED DOES NOT RE-CHARGE ANYONE.                *
000210*                                                                *
000220*    MODIFICATION HISTORY                                        *
000230*     DATE       BY   DESCRIPTION                                *
000240*     2026-10-15 JS   INITIAL VERSION                            *
000250*     2026-10-15 JS   TERM RECORD COPY PICKED UP THE NEW TERMREC *
000260*                     FIELD CENSUS-DATE; PROCESSING IS UNCHANGED *
000270*****************************************************************

000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000310 OBJECT-COMPUTER. IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT FEE-SCHEDULE-FILE
000350         ASSIGN TO "FEESCHD"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS FS-FEE-KEY
000390         FILE STATUS IS WS-FEE-FILE-STATUS.
000400     SELECT COURSE-MASTER-FILE
000410         ASSIGN TO "COURSMST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS CM-COURSE-CODE
000450         FILE STATUS IS WS-COURSE-FILE-STATUS.
000460     SELECT TERM-MASTER-FILE
000470         ASSIGN TO "TERMMST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS TM-TERM-CODE
000510         FILE STATUS IS WS-TERM-FILE-STATUS.
000520     SELECT OPERATOR-MASTER-FILE
000530         ASSIGN TO "OPERMST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS OM-OPER-ID
000570         FILE STATUS IS WS-OPER-FILE-STATUS.

000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  FEE-SCHEDULE-FILE.
000610 01  FEE-SCHEDULE-RECORD.
000620     COPY FEEREC
000630         REPLACING ==03== BY ==02==
000640             ==FEE-KEY== BY ==FS-FEE-KEY==
000650             ==FEE-COURSE== BY ==FS-FEE-COURSE==
000660             ==FEE-TERM-CODE== BY ==FS-FEE-TERM-CODE==
000670             ==FEE-TUITION== BY ==FS-FEE-TUITION==
000680             ==FEE-MISC== BY ==FS-FEE-MISC==
000690             ==FEE-REFUND-PCT== BY ==FS-FEE-REFUND-PCT==.

000700 FD  COURSE-MASTER-FILE.
000710 01  COURSE-MASTER-RECORD.
000720     COPY COURSREC
000730         REPLACING ==03== BY ==02==
000740             ==COURSE-CODE== BY ==CM-COURSE-CODE==
000750             ==COURSE-TITLE== BY ==CM-COURSE-TITLE==
000760             ==DEPARTMENT== BY ==CM-DEPARTMENT==
000770             ==OFFERED-FLAG== BY ==CM-OFFERED-FLAG==
000780             ==COURSE-OFFERED== BY ==CM-COURSE-OFFERED==
000790             ==COURSE-CLOSED== BY ==CM-COURSE-CLOSED==
000800             ==MAX-SEATS== BY ==CM-MAX-SEATS==.

000810 FD  TERM-MASTER-FILE.
000820 01  TERM-MASTER-RECORD.
000830     COPY TERMREC
000840         REPLACING ==03== BY ==02==
000850             ==TERM-CODE== BY ==TM-TERM-CODE==
000860             ==TERM-START-DATE== BY ==TM-TERM-START-DATE==
000870             ==TERM-END-DATE== BY ==TM-TERM-END-DATE==
000880             ==TERM-CURRENT-FLAG== BY ==TM-TERM-CURRENT-FLAG==
000890             ==TERM-IS-CURRENT== BY ==TM-TERM-IS-CURRENT==
000900             ==TERM-CENSUS-DATE== BY ==TM-TERM-CENSUS-DATE==.

000910 FD  OPERATOR-MASTER-FILE.
000920 01  OPERATOR-MASTER-RECORD.
000930     COPY OPERREC
000940         REPLACING ==03== BY ==02==
000950             ==OPER-ID== BY ==OM-OPER-ID==
000960             ==OPER-NAME== BY ==OM-OPER-NAME==
000970             ==OPER-ROLE== BY ==OM-OPER-ROLE==
000980             ==OPER-IS-SUPERVISOR== BY ==OM-OPER-IS-SUPERVISOR==
000990             ==OPER-IS-CLERK== BY ==OM-OPER-IS-CLERK==.

001000 WORKING-STORAGE SECTION.
001010*    WORK COPY OF ONE FEE ENTRY. KEYED READS LOAD THE FD
001020*    RECORD, SO DATA ENTRY IS ACCEPTED HERE AND MOVED TO THE
001030*    FD RECORD ONLY WHEN THE WRITE OR REWRITE IS ABOUT TO
001040*    HAPPEN.
001050 01  WS-FEE-WORK.
001060     COPY FEEREC
001070         REPLACING ==FEE-KEY== BY ==WK-FEE-KEY==
001080             ==FEE-COURSE== BY ==WK-FEE-COURSE==
001090             ==FEE-TERM-CODE== BY ==WK-FEE-TERM-CODE==
001100             ==FEE-TUITION== BY ==WK-FEE-TUITION==
001110             ==FEE-MISC== BY ==WK-FEE-MISC==
001120             ==FEE-REFUND-PCT== BY ==WK-FEE-REFUND-PCT==.

001130 77  MENUCHOICE                    PIC 9.
001140 77  WS-BROWSE-COUNT               PIC 9(04) COMP.
001150 77  WS-TUITION-EDIT               PIC Z,ZZZ,ZZ9.99.
001160 77  WS-MISC-EDIT                  PIC Z,ZZZ,ZZ9.99.

001170 77  WS-FEE-FILE-STATUS            PIC X(02).
001180 77  WS-COURSE-FILE-STATUS         PIC X(02).
001190 77  WS-TERM-FILE-STATUS           PIC X(02).
001200 77  WS-OPER-FILE-STATUS           PIC X(02).

001210 77  WS-COURSE-MASTER-SW           PIC X(01)    VALUE "N".
001220         88  WS-COURSE-MASTER-READY                 VALUE "Y".
001230         88  WS-COURSE-MASTER-NOT-READY             VALUE "N".
001240 77  WS-TERM-MASTER-SW             PIC X(01)    VALUE "N".
001250         88  WS-TERM-MASTER-READY                   VALUE "Y".
001260         88  WS-TERM-MASTER-NOT-READY               VALUE "N".

001270 77  WS-EOF-SW                     PIC X(01)    VALUE "N".
001280         88  WS-EOF                                 VALUE "Y".
001290         88  WS-NOT-EOF                             VALUE "N".

001300 77  WS-VALID-SW                   PIC X(01).
001310         88  WS-VALID                               VALUE "Y".
001320         88  WS-INVALID                             VALUE "N".

001330 77  WS-RECORD-FOUND-SW            PIC X(01).
001340         88  WS-RECORD-FOUND                        VALUE "Y".
001350         88  WS-RECORD-NOT-FOUND                    VALUE "N".

001360 77  WS-SIGNON-ID                  PIC X(08).
001370 77  WS-SIGNON-TRIES               PIC 9 COMP.
001380 77  WS-SIGNON-OK-SW               PIC X(01)    VALUE "N".
001390         88  WS-SIGNON-OK                           VALUE "Y".
001400 77  WS-SIGNON-DENIED-SW           PIC X(01)    VALUE "N".
001410         88  WS-SIGNON-DENIED                       VALUE "Y".
001420 77  WS-SUPERVISOR-SW              PIC X(01)    VALUE "N".
001430         88  WS-SUPERVISOR                          VALUE "Y".

001440 PROCEDURE DIVISION.

001450 0000-MAINLINE.
001460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001470     PERFORM 2000-MENU-PROCESS THRU 2000-EXIT
001480         UNTIL MENUCHOICE = 4.
001490     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001500     STOP RUN.

001510*****************************************************************
001520*    1000 - INITIALIZATION AND SIGN-ON                           *
001530*****************************************************************
001540 1000-INITIALIZE.
001550     MOVE 0 TO MENUCHOICE.
001560     PERFORM 8600-OPERATOR-SIGNON THRU 8600-EXIT.
001570     IF WS-SIGNON-DENIED
001580         MOVE 4 TO MENUCHOICE
001590         GO TO 1000-EXIT
001600     END-IF.
001610     OPEN I-O FEE-SCHEDULE-FILE.
001620     IF WS-FEE-FILE-STATUS = "35"
001630         DISPLAY "NO EXISTING FEE SCHEDULE, STARTING FRESH"
001640         OPEN OUTPUT FEE-SCHEDULE-FILE
001650         CLOSE FEE-SCHEDULE-FILE
001660         OPEN I-O FEE-SCHEDULE-FILE
001670     END-IF.
001680     IF WS-FEE-FILE-STATUS NOT = "00"
001690         DISPLAY "UNABLE TO OPEN FEESCHD. STATUS="
001700             WS-FEE-FILE-STATUS
001710         DISPLAY "FEE SCHEDULE IS NOT AVAILABLE. EXITING."
001720         MOVE 4 TO MENUCHOICE
001730         GO TO 1000-EXIT
001740     END-IF.
001750*    THE COURSE AND TERM MASTERS ONLY VALIDATE NEW ENTRIES, SO
001760*    A MISSING ONE DISABLES ADD INSTEAD OF THE WHOLE PROGRAM.
001770     OPEN INPUT COURSE-MASTER-FILE.
001780     IF WS-COURSE-FILE-STATUS = "00"
001790         MOVE "Y" TO WS-COURSE-MASTER-SW
001800     ELSE
001810         DISPLAY "COURSE MASTER COURSMST NOT AVAILABLE. STATUS="
001820             WS-COURSE-FILE-STATUS
001830         DISPLAY "RUN SANCHEZ05 TO BUILD IT. ADD IS DISABLED "
001840             "UNTIL THEN."
001850     END-IF.
001860     OPEN INPUT TERM-MASTER-FILE.
001870     IF WS-TERM-FILE-STATUS = "00"
001880         MOVE "Y" TO WS-TERM-MASTER-SW
001890     ELSE
001900         DISPLAY "TERM FILE TERMMST NOT AVAILABLE. STATUS="
001910             WS-TERM-FILE-STATUS
001920         DISPLAY "RUN SANCHEZ21 TO SET UP TERMS. ADD IS "
001930             "DISABLED UNTIL THEN."
001940     END-IF.
001950 1000-EXIT.
001960     EXIT.

001970*****************************************************************
001980*    2000 - MENU DISPATCH                                        *
001990*****************************************************************
002000 2000-MENU-PROCESS.
002010     PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT.
002020     EVALUATE MENUCHOICE
002030         WHEN 1
002040             PERFORM 3000-ADD-FEE THRU 3000-EXIT
002050         WHEN 2
002060             PERFORM 4000-EDIT-FEE THRU 4000-EXIT
002070         WHEN 3
002080             PERFORM 7000-VIEW-ALL-FEES THRU 7000-EXIT
002090         WHEN 4
002100             CONTINUE
002110         WHEN OTHER
002120             DISPLAY "INVALID CHOICE"
002130     END-EVALUATE.
002140 2000-EXIT.
002150     EXIT.

002160 2100-DISPLAY-MENU.
002170     DISPLAY "FEE SCHEDULE MENU".
002180     DISPLAY "1. ADD FEE FOR A COURSE AND TERM".
002190     DISPLAY "2. EDIT FEE".
002200     DISPLAY "3. VIEW ALL FEES".
002210     DISPLAY "4. EXIT".
002220     DISPLAY "CHOICE: " WITH NO ADVANCING.
002230     ACCEPT MENUCHOICE.
002240     DISPLAY MENUCHOICE.
002250 2100-EXIT.
002260     EXIT.

002270*****************************************************************
002280*    3000 - ADD FEE                                              *
002290*****************************************************************
002300 3000-ADD-FEE.
002310     IF WS-COURSE-MASTER-NOT-READY OR WS-TERM-MASTER-NOT-READY
002320         DISPLAY "CANNOT ADD. THE COURSE OR TERM MASTER IS NOT "
002330             "AVAILABLE."
002340         GO TO 3000-EXIT
002350     END-IF.
002360     MOVE SPACES TO WS-FEE-WORK.
002370     PERFORM 3100-ACCEPT-VALID-KEY THRU 3100-EXIT.
002380     IF WK-FEE-COURSE = SPACES
002390         DISPLAY "ADD CANCELLED."
002400         GO TO 3000-EXIT
002410     END-IF.
002420     PERFORM 3200-ACCEPT-VALID-AMOUNTS THRU 3200-EXIT.
002430     MOVE WS-FEE-WORK TO FEE-SCHEDULE-RECORD.
002440     WRITE FEE-SCHEDULE-RECORD.
002450     IF WS-FEE-FILE-STATUS NOT = "00"
002460         DISPLAY "ADD FAILED. STATUS=" WS-FEE-FILE-STATUS
002470         GO TO 3000-EXIT
002480     END-IF.
002490     DISPLAY "FEE ADDED.".
002500 3000-EXIT.
002510     EXIT.

002520*    A BLANK COURSE CODE CANCELS, SO THE PROMPT LOOP ALWAYS
002530*    HAS A WAY OUT EVEN WHEN NO COURSE ON FILE CAN BE USED.
002540 3100-ACCEPT-VALID-KEY.
002550     MOVE "N" TO WS-VALID-SW.
002560     PERFORM 3110-PROMPT-AND-CHECK-KEY THRU 3110-EXIT
002570         UNTIL WS-VALID.
002580 3100-EXIT.
002590     EXIT.

002600 3110-PROMPT-AND-CHECK-KEY.
002610     DISPLAY "ENTER COURSE CODE (BLANK CANCELS): "
002620         WITH NO ADVANCING.
002630     ACCEPT WK-FEE-COURSE.
002640     IF WK-FEE-COURSE = SPACES
002650         MOVE "Y" TO WS-VALID-SW
002660         GO TO 3110-EXIT
002670     END-IF.
002680     MOVE WK-FEE-COURSE TO CM-COURSE-CODE.
002690     READ COURSE-MASTER-FILE
002700         INVALID KEY
002710             DISPLAY "COURSE CODE NOT ON THE COURSE MASTER. "
002720                 "TRY AGAIN."
002730             GO TO 3110-EXIT
002740     END-READ.
002750     DISPLAY "ENTER TERM CODE (E.G. 2026-1): " WITH NO ADVANCING.
002760     ACCEPT WK-FEE-TERM-CODE.
002770     MOVE WK-FEE-TERM-CODE TO TM-TERM-CODE.
002780     READ TERM-MASTER-FILE
002790         INVALID KEY
002800             DISPLAY "TERM CODE NOT ON THE TERM FILE. TRY AGAIN."
002810             GO TO 3110-EXIT
002820     END-READ.
002830     MOVE WK-FEE-COURSE TO FS-FEE-COURSE.
002840     MOVE WK-FEE-TERM-CODE TO FS-FEE-TERM-CODE.
002850     PERFORM 6200-READ-FEE-BY-KEY THRU 6200-EXIT.
002860     IF WS-RECORD-FOUND
002870         DISPLAY "A FEE FOR THAT COURSE AND TERM ALREADY "
002880             "EXISTS. USE EDIT. TRY AGAIN."
002890     ELSE
002900         MOVE "Y" TO WS-VALID-SW
002910     END-IF.
002920 3110-EXIT.
002930     EXIT.

002940 3200-ACCEPT-VALID-AMOUNTS.
002950     MOVE "N" TO WS-VALID-SW.
002960     PERFORM 3210-PROMPT-AND-CHECK-AMOUNTS THRU 3210-EXIT
002970         UNTIL WS-VALID.
002980 3200-EXIT.
002990     EXIT.

003000*    THE ANSWERS GO STRAIGHT INTO THE NUMERIC FIELDS, AS THE
003010*    SEAT PROMPT IN SANCHEZ05 DOES; A BLANK ANSWER IS ZERO.
003020 3210-PROMPT-AND-CHECK-AMOUNTS.
003030     DISPLAY "ENTER TUITION (E.G. 15000.00): " WITH NO ADVANCING.
003040     ACCEPT WK-FEE-TUITION.
003050     DISPLAY "ENTER MISCELLANEOUS FEES: " WITH NO ADVANCING.
003060     ACCEPT WK-FEE-MISC.
003070     DISPLAY "ENTER WITHDRAWAL REFUND PERCENT (0-100): "
003080         WITH NO ADVANCING.
003090     ACCEPT WK-FEE-REFUND-PCT.
003100     IF WK-FEE-TUITION IS NOT NUMERIC
003110             OR WK-FEE-MISC IS NOT NUMERIC
003120             OR WK-FEE-REFUND-PCT IS NOT NUMERIC
003130         DISPLAY "AMOUNTS MUST BE NUMERIC. TRY AGAIN."
003140         GO TO 3210-EXIT
003150     END-IF.
003160     IF WK-FEE-REFUND-PCT > 100
003170         DISPLAY "REFUND PERCENT CANNOT EXCEED 100. TRY AGAIN."
003180         GO TO 3210-EXIT
003190     END-IF.
003200     MOVE "Y" TO WS-VALID-SW.
003210 3210-EXIT.
003220     EXIT.

003230*****************************************************************
003240*    4000 - EDIT FEE. THE KEY IS FIXED; ONLY THE AMOUNTS CHANGE. *
003250*    CHARGES ALREADY ON THE LEDGER ARE NOT TOUCHED.              *
003260*****************************************************************
003270 4000-EDIT-FEE.
003280     PERFORM 7100-LIST-FEE-KEYS THRU 7100-EXIT.
003290     IF WS-BROWSE-COUNT = 0
003300         DISPLAY "CAN'T EDIT. NO FEES ON FILE"
003310         GO TO 4000-EXIT
003320     END-IF.
003330     DISPLAY "COURSE CODE OF THE FEE: " WITH NO ADVANCING.
003340     ACCEPT FS-FEE-COURSE.
003350     DISPLAY "TERM CODE OF THE FEE: " WITH NO ADVANCING.
003360     ACCEPT FS-FEE-TERM-CODE.
003370     PERFORM 6200-READ-FEE-BY-KEY THRU 6200-EXIT.
003380     IF WS-RECORD-NOT-FOUND
003390         DISPLAY "NO FEE FOR THAT COURSE AND TERM."
003400         GO TO 4000-EXIT
003410     END-IF.
003420     MOVE FEE-SCHEDULE-RECORD TO WS-FEE-WORK.
003430     MOVE WK-FEE-TUITION TO WS-TUITION-EDIT.
003440     MOVE WK-FEE-MISC TO WS-MISC-EDIT.
003450     DISPLAY "CURRENT TUITION " WS-TUITION-EDIT " MISC "
003460         WS-MISC-EDIT " REFUND " WK-FEE-REFUND-PCT "%".
003470     PERFORM 3200-ACCEPT-VALID-AMOUNTS THRU 3200-EXIT.
003480     MOVE WS-FEE-WORK TO FEE-SCHEDULE-RECORD.
003490     REWRITE FEE-SCHEDULE-RECORD.
003500     IF WS-FEE-FILE-STATUS NOT = "00"
003510         DISPLAY "EDIT FAILED. STATUS=" WS-FEE-FILE-STATUS
003520         GO TO 4000-EXIT
003530     END-IF.
003540     DISPLAY "EDITED".
003550 4000-EXIT.
003560     EXIT.

003570*    THE CALLER LOADS THE KEY INTO THE FD RECORD FIRST.
003580 6200-READ-FEE-BY-KEY.
003590     MOVE "N" TO WS-RECORD-FOUND-SW.
003600     READ FEE-SCHEDULE-FILE
003610         INVALID KEY
003620             MOVE "N" TO WS-RECORD-FOUND-SW
003630         NOT INVALID KEY
003640             MOVE "Y" TO WS-RECORD-FOUND-SW
003650     END-READ.
003660 6200-EXIT.
003670     EXIT.

003680*****************************************************************
003690*    7000 - VIEW ALL FEES                                        *
003700*****************************************************************
003710 7000-VIEW-ALL-FEES.
003720     PERFORM 7200-START-BROWSE THRU 7200-EXIT.
003730     PERFORM 7010-DISPLAY-ONE-FEE THRU 7010-EXIT
003740         UNTIL WS-EOF.
003750     IF WS-BROWSE-COUNT = 0
003760         DISPLAY "NO FEES ON FILE"
003770     END-IF.
003780 7000-EXIT.
003790     EXIT.

003800 7010-DISPLAY-ONE-FEE.
003810     MOVE FS-FEE-TUITION TO WS-TUITION-EDIT.
003820     MOVE FS-FEE-MISC TO WS-MISC-EDIT.
003830     DISPLAY FS-FEE-COURSE " " FS-FEE-TERM-CODE " "
003840         WS-TUITION-EDIT " " WS-MISC-EDIT " "
003850         FS-FEE-REFUND-PCT "%".
003860     PERFORM 7210-READ-NEXT-FEE THRU 7210-EXIT.
003870 7010-EXIT.
003880     EXIT.

003890 7100-LIST-FEE-KEYS.
003900     DISPLAY "LIST OF FEES (COURSE, TERM)".
003910     PERFORM 7200-START-BROWSE THRU 7200-EXIT.
003920     PERFORM 7110-DISPLAY-KEY-LINE THRU 7110-EXIT
003930         UNTIL WS-EOF.
003940 7100-EXIT.
003950     EXIT.

003960 7110-DISPLAY-KEY-LINE.
003970     DISPLAY WS-BROWSE-COUNT ". " FS-FEE-COURSE " "
003980         FS-FEE-TERM-CODE.
003990     PERFORM 7210-READ-NEXT-FEE THRU 7210-EXIT.
004000 7110-EXIT.
004010     EXIT.

004020*****************************************************************
004030*    7200 - SEQUENTIAL BROWSE OF THE FEE SCHEDULE BY KEY         *
004040*****************************************************************
004050 7200-START-BROWSE.
004060     MOVE 0 TO WS-BROWSE-COUNT.
004070     MOVE "N" TO WS-EOF-SW.
004080     MOVE LOW-VALUES TO FS-FEE-KEY.
004090     START FEE-SCHEDULE-FILE
004100         KEY IS NOT LESS THAN FS-FEE-KEY.
004110     IF WS-FEE-FILE-STATUS NOT = "00"
004120         MOVE "Y" TO WS-EOF-SW
004130     END-IF.
004140     IF WS-NOT-EOF
004150         PERFORM 7210-READ-NEXT-FEE THRU 7210-EXIT
004160     END-IF.
004170 7200-EXIT.
004180     EXIT.

004190*    ANY STATUS OTHER THAN A GOOD READ ENDS THE BROWSE, SO A
004200*    HARD I-O ERROR CANNOT LEAVE THE CALLERS LOOPING FOREVER.
004210 7210-READ-NEXT-FEE.
004220     READ FEE-SCHEDULE-FILE NEXT RECORD.
004230     IF WS-FEE-FILE-STATUS = "00"
004240         ADD 1 TO WS-BROWSE-COUNT
004250     ELSE
004260         MOVE "Y" TO WS-EOF-SW
004270     END-IF.
004280 7210-EXIT.
004290     EXIT.

004300*****************************************************************
004310*    8600 - OPERATOR SIGN-ON (SEE SIGNON.CPY)                    *
004320*****************************************************************
004330     COPY SIGNON.

004340*****************************************************************
004350*    9000 - TERMINATION                                          *
004360*****************************************************************
004370 9000-TERMINATE.
004380     CLOSE FEE-SCHEDULE-FILE.
004390     IF WS-COURSE-MASTER-READY
004400         CLOSE COURSE-MASTER-FILE
004410     END-IF.
004420     IF WS-TERM-MASTER-READY
004430         CLOSE TERM-MASTER-FILE
004440     END-IF.
004450     DISPLAY "GOODBYE.".
004460 9000-EXIT.
004470     EXIT.
