000220*    MODIFICATION HISTORY                                        *
000230*     DATE       BY   DESCRIPTION                                *
000240*     2026-09-01 JS   INITIAL VERSION                            *
000241*     2026-10-15 JS   TERMS CARRY A CENSUS DATE (TERMREC         *
000242*                     TERM-CENSUS-DATE), KEYED ON ADD AND EDIT   *
000243*                     AND SHOWN ON VIEW; BLANK OR WITHIN TERM    *
000244*     2026-10-15 JS   ADDS, EDITS AND CURRENT-TERM CHANGES       *
000245*                     (THE FLAG SET AND EACH ONE CLEARED) ARE    *
000246*                     LOGGED BEFORE/AFTER WITH DATE, TIME AND    *
000247*                     OPERATOR TO REFCHG (REFLREC/REFLIO) FOR    *
000248*                     THE DAILY REVIEW SANCHEZ41                 *
000250*****************************************************************

000260 ENVIRONMENT DIVISION.
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS OM-OPER-ID
000430         FILE STATUS IS WS-OPER-FILE-STATUS.
000432     SELECT REF-CHANGE-FILE
000434         ASSIGN TO "REFCHG"
000436         ORGANIZATION IS LINE SEQUENTIAL
000438         FILE STATUS IS WS-REFCHG-FILE-STATUS.

000440 DATA DIVISION.
000450 FILE SECTION.
000510             ==TERM-START-DATE== BY ==TM-TERM-START-DATE==
000520             ==TERM-END-DATE== BY ==TM-TERM-END-DATE==
000530             ==TERM-CURRENT-FLAG== BY ==TM-TERM-CURRENT-FLAG==
000540             ==TERM-IS-CURRENT== BY ==TM-TERM-IS-CURRENT==
000542             ==TERM-CENSUS-DATE== BY ==TM-TERM-CENSUS-DATE==.

000550 FD  OPERATOR-MASTER-FILE.
000560 01  OPERATOR-MASTER-RECORD.
000620             ==OPER-IS-SUPERVISOR== BY ==OM-OPER-IS-SUPERVISOR==
000630             ==OPER-IS-CLERK== BY ==OM-OPER-IS-CLERK==.

000632 FD  REF-CHANGE-FILE.
000634 01  REF-CHANGE-RECORD                PIC X(247).

000640 WORKING-STORAGE SECTION.
000650*    WORK COPY OF ONE TERM. KEYED READS LOAD THE FD RECORD,
000660*    SO DATA ENTRY IS ACCEPTED HERE AND MOVED TO THE FD RECORD
000710             ==TERM-START-DATE== BY ==WK-TERM-START-DATE==
000720             ==TERM-END-DATE== BY ==WK-TERM-END-DATE==
000730             ==TERM-CURRENT-FLAG== BY ==WK-TERM-CURRENT-FLAG==
000740             ==TERM-IS-CURRENT== BY ==WK-TERM-IS-CURRENT==
000741             ==TERM-CENSUS-DATE== BY ==WK-TERM-CENSUS-DATE==.

000742*    THE TERM AS IT STOOD BEFORE AN EDIT OR A CURRENT-FLAG
000743*    CHANGE, FOR THE OLD VALUE ON THE REFERENCE-DATA CHANGE LOG.
000744 01  WS-TERM-BEFORE                PIC X(37).
000745 01  WS-REF-CHANGE-LINE.
000746     COPY REFLREC.

000750 77  MENUCHOICE                    PIC 9.
000760 77  WS-LOOKUP-CODE                PIC X(06).
000770 77  WS-BROWSE-COUNT               PIC 9(04) COMP.
000780 77  WS-DATE-ANSWER                PIC X(10).
000782 77  WS-REF-ACTION                 PIC X(06).

000790 77  WS-TERM-FILE-STATUS           PIC X(02).
000800 77  WS-OPER-FILE-STATUS           PIC X(02).
000802 77  WS-REFCHG-FILE-STATUS         PIC X(02).

000810 77  WS-EOF-SW                     PIC X(01)    VALUE "N".
000820         88  WS-EOF                                 VALUE "Y".
000830         88  WS-NOT-EOF                             VALUE "N".

000831 01  WS-DATE-FIELDS.
000832         05  WS-CURRENT-DATE           PIC 9(08).
000833 01  WS-DATE-BREAKDOWN REDEFINES WS-DATE-FIELDS.
000834         05  WS-CUR-YYYY               PIC 9(04).
000835         05  WS-CUR-MM                 PIC 9(02).
000836         05  WS-CUR-DD                 PIC 9(02).

000840 77  WS-VALID-SW                   PIC X(01).
000850         88  WS-VALID                               VALUE "Y".
000860         88  WS-INVALID                             VALUE "N".

000861 01  WS-TIME-FIELDS.
000862         05  WS-CURRENT-TIME           PIC 9(08).
000863 01  WS-TIME-BREAKDOWN REDEFINES WS-TIME-FIELDS.
000864         05  WS-CUR-HH                 PIC 9(02).
000865         05  WS-CUR-MIN                PIC 9(02).
000866         05  WS-CUR-SEC                PIC 9(02).
000867         05  WS-CUR-HTH                PIC 9(02).

000870 77  WS-RECORD-FOUND-SW            PIC X(01).
000880         88  WS-RECORD-FOUND                        VALUE "Y".
000890         88  WS-RECORD-NOT-FOUND                    VALUE "N".
001790             "ADDED."
001800         GO TO 3000-EXIT
001810     END-IF.
001812     DISPLAY "CENSUS DATE (YYYY-MM-DD, BLANK IF NOT SET YET)".
001814     PERFORM 3300-ACCEPT-CENSUS-DATE THRU 3300-EXIT.
001816     MOVE WS-DATE-ANSWER TO WK-TERM-CENSUS-DATE.
001820*    A NEW TERM IS NEVER CURRENT BY ACCIDENT; USE FUNCTION 3.
001830     MOVE "N" TO WK-TERM-CURRENT-FLAG.
001840     MOVE WS-TERM-WORK TO TERM-MASTER-RECORD.
001880         GO TO 3000-EXIT
001890     END-IF.
001900     DISPLAY "TERM ADDED.".
001902     MOVE SPACES TO WS-TERM-BEFORE.
001904     MOVE "ADD" TO WS-REF-ACTION.
001906     PERFORM 8100-LOG-TERM-CHANGE THRU 8100-EXIT.
001910 3000-EXIT.
001920     EXIT.

002520         GO TO 4000-EXIT
002530     END-IF.
002540     MOVE TERM-MASTER-RECORD TO WS-TERM-WORK.
002542     MOVE TERM-MASTER-RECORD TO WS-TERM-BEFORE.
002550     DISPLAY "START DATE (YYYY-MM-DD)".
002560     PERFORM 3200-ACCEPT-VALID-DATE THRU 3200-EXIT.
002570     MOVE WS-DATE-ANSWER TO WK-TERM-START-DATE.
002630             "MADE."
002640         GO TO 4000-EXIT
002650     END-IF.
002652     PERFORM 4050-EDIT-CENSUS-DATE THRU 4050-EXIT.
002654     IF WS-INVALID
002656         GO TO 4000-EXIT
002658     END-IF.
002660     MOVE WS-TERM-WORK TO TERM-MASTER-RECORD.
002670     REWRITE TERM-MASTER-RECORD.
002680     IF WS-TERM-FILE-STATUS NOT = "00"
002700         GO TO 4000-EXIT
002710     END-IF.
002720     DISPLAY "EDITED".
002722     IF WS-TERM-WORK NOT = WS-TERM-BEFORE
002724         MOVE "EDIT" TO WS-REF-ACTION
002726         PERFORM 8100-LOG-TERM-CHANGE THRU 8100-EXIT
002728     END-IF.
002730 4000-EXIT.
002740     EXIT.

003080             WS-TERM-FILE-STATUS
003090         GO TO 5000-EXIT
003100     END-IF.
003102     MOVE TERM-MASTER-RECORD TO WS-TERM-BEFORE.
003110     MOVE "Y" TO TM-TERM-CURRENT-FLAG.
003112     MOVE TERM-MASTER-RECORD TO WS-TERM-WORK.
003120     REWRITE TERM-MASTER-RECORD.
003130     IF WS-TERM-FILE-STATUS NOT = "00"
003140         DISPLAY "UPDATE FAILED. STATUS=" WS-TERM-FILE-STATUS
003150         GO TO 5000-EXIT
003160     END-IF.
003170     DISPLAY "CURRENT TERM IS NOW " WS-LOOKUP-CODE ".".
003172     MOVE "SETCUR" TO WS-REF-ACTION.
003174     PERFORM 8100-LOG-TERM-CHANGE THRU 8100-EXIT.
003180 5000-EXIT.
003190     EXIT.


003270 5110-CLEAR-ONE-FLAG.
003280     IF TM-TERM-IS-CURRENT
003282         MOVE TERM-MASTER-RECORD TO WS-TERM-BEFORE
003290         MOVE "N" TO TM-TERM-CURRENT-FLAG
003292         MOVE TERM-MASTER-RECORD TO WS-TERM-WORK
003300         REWRITE TERM-MASTER-RECORD
003310         IF WS-TERM-FILE-STATUS NOT = "00"
003320             DISPLAY "FLAG CLEAR FAILED. STATUS="
003350             MOVE "Y" TO WS-EOF-SW
003360             GO TO 5110-EXIT
003370         END-IF
003372*        EACH CLEARED FLAG IS LOGGED IN ITS OWN RIGHT, SO THE
003374*        REVIEW SHOWS WHICH TERM STOPPED BEING CURRENT.
003376         MOVE "CLRCUR" TO WS-REF-ACTION
003378         PERFORM 8100-LOG-TERM-CHANGE THRU 8100-EXIT
003380     END-IF.
003390     PERFORM 7210-READ-NEXT-TERM THRU 7210-EXIT.
003400 5110-EXIT.
003650 7010-DISPLAY-ONE-TERM.
003660     DISPLAY TM-TERM-CODE " " TM-TERM-START-DATE " TO "
003670         TM-TERM-END-DATE " " TM-TERM-CURRENT-FLAG.
003672     IF TM-TERM-CENSUS-DATE NOT = SPACES
003674         DISPLAY "       CENSUS DATE " TM-TERM-CENSUS-DATE
003676     END-IF.
003680     PERFORM 7210-READ-NEXT-TERM THRU 7210-EXIT.
003690 7010-EXIT.
003700     EXIT.
004110     EXIT.

004120*****************************************************************
004126*    8200 - REFERENCE-DATA CHANGE LOG (SEE REFLIO.CPY)           *
004127*****************************************************************
004128     COPY REFLIO.

004129*****************************************************************
004130*    8600 - OPERATOR SIGN-ON (SEE SIGNON.CPY)                    *
004140*****************************************************************
004150     COPY SIGNON.
004210     DISPLAY "GOODBYE.".
004220 9000-EXIT.
004230     EXIT.

004240*    THE CENSUS DATE MAY BE LEFT BLANK UNTIL THE REGISTRAR
004250*    PUBLISHES IT, BUT WHEN GIVEN IT MUST FALL INSIDE THE TERM -
004260*    SANCHEZ37 FREEZES THE TERM'S STUDENTS AS OF THAT DATE.
004270 3300-ACCEPT-CENSUS-DATE.
004280     MOVE "N" TO WS-VALID-SW.
004290     PERFORM 3310-PROMPT-AND-CHECK-CENSUS THRU 3310-EXIT
004300         UNTIL WS-VALID.
004310 3300-EXIT.
004320     EXIT.

004330 3310-PROMPT-AND-CHECK-CENSUS.
004340     DISPLAY "DATE: " WITH NO ADVANCING.
004350     ACCEPT WS-DATE-ANSWER.
004360     IF WS-DATE-ANSWER = SPACES
004370         MOVE "Y" TO WS-VALID-SW
004380         GO TO 3310-EXIT
004390     END-IF.
004400     IF WS-DATE-ANSWER(1:4) IS NUMERIC AND
004410             WS-DATE-ANSWER(5:1) = "-" AND
004420             WS-DATE-ANSWER(6:2) IS NUMERIC AND
004430             WS-DATE-ANSWER(8:1) = "-" AND
004440             WS-DATE-ANSWER(9:2) IS NUMERIC
004450         CONTINUE
004460     ELSE
004470         DISPLAY "DATE MUST BE YYYY-MM-DD. TRY AGAIN."
004480         GO TO 3310-EXIT
004490     END-IF.
004500     IF WS-DATE-ANSWER < WK-TERM-START-DATE
004510             OR WS-DATE-ANSWER > WK-TERM-END-DATE
004520         DISPLAY "CENSUS DATE MUST FALL WITHIN THE TERM. TRY "
004530             "AGAIN."
004540         GO TO 3310-EXIT
004550     END-IF.
004560     MOVE "Y" TO WS-VALID-SW.
004570 3310-EXIT.
004580     EXIT.

004590*    A CENSUS ALREADY FROZEN BY SANCHEZ37 KEEPS THE DATE IT WAS
004600*    TAKEN ON; MOVING THE DATE HERE DOES NOT TOUCH IT.
004610 4050-EDIT-CENSUS-DATE.
004620     DISPLAY "CENSUS DATE (YYYY-MM-DD, BLANK KEEPS "
004630         "THE CURRENT ONE)".
004640     IF WK-TERM-CENSUS-DATE = SPACES
004650         DISPLAY "CURRENT CENSUS DATE: NOT SET"
004660     ELSE
004670         DISPLAY "CURRENT CENSUS DATE: " WK-TERM-CENSUS-DATE
004680     END-IF.
004690     PERFORM 3300-ACCEPT-CENSUS-DATE THRU 3300-EXIT.
004700     IF WS-DATE-ANSWER NOT = SPACES
004710         MOVE WS-DATE-ANSWER TO WK-TERM-CENSUS-DATE
004720     END-IF.
004730     IF WK-TERM-CENSUS-DATE NOT = SPACES
004740             AND (WK-TERM-CENSUS-DATE < WK-TERM-START-DATE
004750             OR WK-TERM-CENSUS-DATE > WK-TERM-END-DATE)
004760         DISPLAY "CENSUS DATE " WK-TERM-CENSUS-DATE " IS OUTSIDE "
004770             "THE NEW TERM DATES. NO CHANGE MADE."
004780         MOVE "N" TO WS-VALID-SW
004790         GO TO 4050-EXIT
004800     END-IF.
004810     MOVE "Y" TO WS-VALID-SW.
004820 4050-EXIT.
004830     EXIT.

004840*****************************************************************
004850*    8100 - LOG A TERM CHANGE. CALLED ONLY AFTER THE WRITE OR    *
004860*    REWRITE HAS SUCCEEDED, WITH THE NEW IMAGE IN WS-TERM-WORK   *
004870*****************************************************************
004880 8100-LOG-TERM-CHANGE.
004890     MOVE SPACES TO WS-REF-CHANGE-LINE.
004900     MOVE "TERMMST" TO REFL-FILE.
004910     MOVE WK-TERM-CODE TO REFL-KEY.
004920     MOVE WS-REF-ACTION TO REFL-ACTION.
004930     MOVE WS-TERM-BEFORE TO REFL-OLD-VALUE.
004940     MOVE WS-TERM-WORK TO REFL-NEW-VALUE.
004950     PERFORM 8200-WRITE-REF-CHANGE THRU 8200-EXIT.
004960 8100-EXIT.
004970     EXIT.
