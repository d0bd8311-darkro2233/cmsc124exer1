000270*                     FIGURE PER COURSE (0 = NO LIMIT), WHICH    *
000280*                     THE ENROLLMENT PROGRAMS ENFORCE WITH A     *
000290*                     WAITLIST (SEE WAITREC/WAITIO)              *
000291*     2026-10-15 JS   EVERY ADD, EDIT AND CLOSE/REOPEN IS NOW    *
000292*                     LOGGED WITH THE BEFORE AND AFTER RECORD,   *
000293*                     DATE, TIME AND OPERATOR TO THE REFERENCE-  *
000294*                     DATA CHANGE LOG REFCHG (SEE                *
000295*                     REFLREC/REFLIO) FOR THE DAILY REVIEW       *
000296*                     SANCHEZ41                                  *
000300*****************************************************************

000310 ENVIRONMENT DIVISION.
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS OM-OPER-ID
000480         FILE STATUS IS WS-OPER-FILE-STATUS.
000482     SELECT REF-CHANGE-FILE
000484         ASSIGN TO "REFCHG"
000486         ORGANIZATION IS LINE SEQUENTIAL
000488         FILE STATUS IS WS-REFCHG-FILE-STATUS.

000490 DATA DIVISION.
000500 FILE SECTION.
000690             ==OPER-IS-SUPERVISOR== BY ==OM-OPER-IS-SUPERVISOR==
000700             ==OPER-IS-CLERK== BY ==OM-OPER-IS-CLERK==.

000702 FD  REF-CHANGE-FILE.
000704 01  REF-CHANGE-RECORD                PIC X(247).

000710 WORKING-STORAGE SECTION.
000720*    WORK COPY OF ONE COURSE. KEYED READS LOAD THE FD RECORD,
000730*    SO DATA ENTRY IS ACCEPTED HERE AND MOVED TO THE FD RECORD
000820             ==COURSE-CLOSED== BY ==WK-COURSE-CLOSED==
000830             ==MAX-SEATS== BY ==WK-MAX-SEATS==.

000832*    THE COURSE AS IT STOOD BEFORE AN EDIT OR CLOSE/REOPEN, FOR
000834*    THE OLD VALUE ON THE REFERENCE-DATA CHANGE LOG.
000836 01  WS-COURSE-BEFORE              PIC X(86).
000837 01  WS-REF-CHANGE-LINE.
000838     COPY REFLREC.

000840 77  MENUCHOICE                    PIC 9.
000850 77  WS-LOOKUP-CODE                PIC X(20).
000860 77  WS-FLAG-ANSWER                PIC X(01).
000870 77  WS-BROWSE-COUNT               PIC 9(04) COMP.
000872 77  WS-REF-ACTION                 PIC X(06).

000880 77  WS-COURSE-FILE-STATUS         PIC X(02).
000890 77  WS-OPER-FILE-STATUS           PIC X(02).
000892 77  WS-REFCHG-FILE-STATUS         PIC X(02).

000900 77  WS-SIGNON-ID                  PIC X(08).
000910 77  WS-SIGNON-TRIES               PIC 9 COMP.
001020         88  WS-VALID                               VALUE "Y".
001030         88  WS-INVALID                             VALUE "N".

001031 01  WS-DATE-FIELDS.
001032         05  WS-CURRENT-DATE           PIC 9(08).
001033 01  WS-DATE-BREAKDOWN REDEFINES WS-DATE-FIELDS.
001034         05  WS-CUR-YYYY               PIC 9(04).
001035         05  WS-CUR-MM                 PIC 9(02).
001036         05  WS-CUR-DD                 PIC 9(02).

001040 77  WS-RECORD-FOUND-SW            PIC X(01).
001050         88  WS-RECORD-FOUND                        VALUE "Y".
001060         88  WS-RECORD-NOT-FOUND                    VALUE "N".

001061 01  WS-TIME-FIELDS.
001062         05  WS-CURRENT-TIME           PIC 9(08).
001063 01  WS-TIME-BREAKDOWN REDEFINES WS-TIME-FIELDS.
001064         05  WS-CUR-HH                 PIC 9(02).
001065         05  WS-CUR-MIN                PIC 9(02).
001066         05  WS-CUR-SEC                PIC 9(02).
001067         05  WS-CUR-HTH                PIC 9(02).

001070 PROCEDURE DIVISION.

001080 0000-MAINLINE.
001950         GO TO 3000-EXIT
001960     END-IF.
001970     DISPLAY "COURSE ADDED AS OFFERED.".
001972     MOVE SPACES TO WS-COURSE-BEFORE.
001974     MOVE "ADD" TO WS-REF-ACTION.
001976     PERFORM 8100-LOG-COURSE-CHANGE THRU 8100-EXIT.
001980 3000-EXIT.
001990     EXIT.

002560         GO TO 4000-EXIT
002570     END-IF.
002580     MOVE COURSE-MASTER-RECORD TO WS-COURSE-WORK.
002582     MOVE COURSE-MASTER-RECORD TO WS-COURSE-BEFORE.
002590     DISPLAY "ENTER FULL COURSE TITLE: " WITH NO ADVANCING.
002600     ACCEPT WK-COURSE-TITLE.
002610     DISPLAY "ENTER DEPARTMENT: " WITH NO ADVANCING.
002690         GO TO 4000-EXIT
002700     END-IF.
002710     DISPLAY "EDITED".
002711*    A SEAT-LIMIT CUT SHOWS ON THE DAILY REVIEW (SANCHEZ41)
002712*    AGAINST THE COURSE'S HEADCOUNT.
002713     IF WS-COURSE-WORK NOT = WS-COURSE-BEFORE
002714         MOVE "EDIT" TO WS-REF-ACTION
002715         PERFORM 8100-LOG-COURSE-CHANGE THRU 8100-EXIT
002716     END-IF.
002720 4000-EXIT.
002730     EXIT.

002910         DISPLAY "COURSE CODE NOT FOUND."
002920         GO TO 5000-EXIT
002930     END-IF.
002932     MOVE COURSE-MASTER-RECORD TO WS-COURSE-BEFORE.
002940     IF CM-COURSE-OFFERED
002950         DISPLAY "COURSE IS CURRENTLY OFFERED."
002960     ELSE
003030         GO TO 5000-EXIT
003040     END-IF.
003050     MOVE WS-FLAG-ANSWER TO CM-OFFERED-FLAG.
003052     MOVE COURSE-MASTER-RECORD TO WS-COURSE-WORK.
003060     REWRITE COURSE-MASTER-RECORD.
003070     IF WS-COURSE-FILE-STATUS NOT = "00"
003080         DISPLAY "UPDATE FAILED. STATUS=" WS-COURSE-FILE-STATUS
003090         GO TO 5000-EXIT
003100     END-IF.
003110     DISPLAY "COURSE FLAG UPDATED.".
003111     IF WS-COURSE-WORK NOT = WS-COURSE-BEFORE
003112         IF WK-COURSE-CLOSED
003113             MOVE "CLOSE" TO WS-REF-ACTION
003114         ELSE
003115             MOVE "REOPEN" TO WS-REF-ACTION
003116         END-IF
003117         PERFORM 8100-LOG-COURSE-CHANGE THRU 8100-EXIT
003118     END-IF.
003120 5000-EXIT.
003130     EXIT.

003830     EXIT.

003840*****************************************************************
003846*    8200 - REFERENCE-DATA CHANGE LOG (SEE REFLIO.CPY)           *
003847*****************************************************************
003848     COPY REFLIO.

003849*****************************************************************
003850*    8600 - OPERATOR SIGN-ON (SEE SIGNON.CPY)                    *
003860*****************************************************************
003870     COPY SIGNON.
003930     DISPLAY "GOODBYE.".
003940 9000-EXIT.
003950     EXIT.

003960*****************************************************************
003970*    8100 - LOG A COURSE CHANGE. CALLED ONLY AFTER THE WRITE OR  *
003980*    REWRITE HAS SUCCEEDED, WITH THE NEW IMAGE IN WS-COURSE-WORK *
003990*****************************************************************
004000 8100-LOG-COURSE-CHANGE.
004010     MOVE SPACES TO WS-REF-CHANGE-LINE.
004020     MOVE "COURSMST" TO REFL-FILE.
004030     MOVE WK-COURSE-CODE TO REFL-KEY.
004040     MOVE WS-REF-ACTION TO REFL-ACTION.
004050     MOVE WS-COURSE-BEFORE TO REFL-OLD-VALUE.
004060     MOVE WS-COURSE-WORK TO REFL-NEW-VALUE.
004070     PERFORM 8200-WRITE-REF-CHANGE THRU 8200-EXIT.
004080 8100-EXIT.
004090     EXIT.
