000240*    MODIFICATION HISTORY                                        *
000250*     DATE       BY   DESCRIPTION                                *
000260*     2026-09-01 JS   INITIAL VERSION                            *
000261*     2026-10-15 JS   EVERY ADD AND EDIT, ROLE CHANGES INCLUDED, *
000262*                     IS NOW LOGGED WITH THE BEFORE AND AFTER    *
000263*                     RECORD, DATE, TIME AND OPERATOR TO THE     *
000264*                     REFERENCE-DATA CHANGE LOG REFCHG (SEE      *
000265*                     REFLREC/REFLIO) FOR THE DAILY REVIEW       *
000266*                     SANCHEZ41; THE EMPTY-FILE SET-UP SESSION   *
000267*                     LOGS AS *SETUP*                            *
000270*****************************************************************

000280 ENVIRONMENT DIVISION.
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS OM-OPER-ID
000390         FILE STATUS IS WS-OPER-FILE-STATUS.
000392     SELECT REF-CHANGE-FILE
000394         ASSIGN TO "REFCHG"
000396         ORGANIZATION IS LINE SEQUENTIAL
000398         FILE STATUS IS WS-REFCHG-FILE-STATUS.

000400 DATA DIVISION.
000410 FILE SECTION.
000490             ==OPER-IS-SUPERVISOR== BY ==OM-OPER-IS-SUPERVISOR==
000500             ==OPER-IS-CLERK== BY ==OM-OPER-IS-CLERK==.

000502 FD  REF-CHANGE-FILE.
000504 01  REF-CHANGE-RECORD                PIC X(247).

000510 WORKING-STORAGE SECTION.
000520*    WORK COPY OF ONE OPERATOR. KEYED READS LOAD THE FD RECORD,
000530*    SO DATA ENTRY IS ACCEPTED HERE AND MOVED TO THE FD RECORD
000600             ==OPER-IS-SUPERVISOR== BY ==WK-OPER-IS-SUPERVISOR==
000610             ==OPER-IS-CLERK== BY ==WK-OPER-IS-CLERK==.

000611*    THE OPERATOR AS IT STOOD BEFORE AN EDIT, FOR THE OLD VALUE
000612*    ON THE REFERENCE-DATA CHANGE LOG - A ROLE CHANGE IS READ
000613*    FROM THE OLD AND NEW ROLE THERE.
000614 01  WS-OPER-BEFORE                PIC X(29).
000615 01  WS-REF-CHANGE-LINE.
000616     COPY REFLREC.

000620 77  MENUCHOICE                    PIC 9.
000630 77  WS-LOOKUP-ID                  PIC X(08).
000640 77  WS-BROWSE-COUNT               PIC 9(04) COMP.
000642 77  WS-REF-ACTION                 PIC X(06).

000650 77  WS-OPER-FILE-STATUS           PIC X(02).
000652 77  WS-REFCHG-FILE-STATUS         PIC X(02).

000660 77  WS-EOF-SW                     PIC X(01)    VALUE "N".
000670         88  WS-EOF                                 VALUE "Y".
000680         88  WS-NOT-EOF                             VALUE "N".

000681 01  WS-DATE-FIELDS.
000682         05  WS-CURRENT-DATE           PIC 9(08).
000683 01  WS-DATE-BREAKDOWN REDEFINES WS-DATE-FIELDS.
000684         05  WS-CUR-YYYY               PIC 9(04).
000685         05  WS-CUR-MM                 PIC 9(02).
000686         05  WS-CUR-DD                 PIC 9(02).

000690 77  WS-VALID-SW                   PIC X(01).
000700         88  WS-VALID                               VALUE "Y".
000710         88  WS-INVALID                             VALUE "N".

000711 01  WS-TIME-FIELDS.
000712         05  WS-CURRENT-TIME           PIC 9(08).
000713 01  WS-TIME-BREAKDOWN REDEFINES WS-TIME-FIELDS.
000714         05  WS-CUR-HH                 PIC 9(02).
000715         05  WS-CUR-MIN                PIC 9(02).
000716         05  WS-CUR-SEC                PIC 9(02).
000717         05  WS-CUR-HTH                PIC 9(02).

000720 77  WS-RECORD-FOUND-SW            PIC X(01).
000730         88  WS-RECORD-FOUND                        VALUE "Y".
000740         88  WS-RECORD-NOT-FOUND                    VALUE "N".
001170     IF WS-BROWSE-COUNT = 0
001180         MOVE "Y" TO WS-BOOTSTRAP-SW
001190         MOVE "Y" TO WS-SUPERVISOR-SW
001192*        NOBODY IS SIGNED ON, SO THE CHANGE LOG SHOWS THE
001194*        SET-UP SESSION AS SUCH RATHER THAN AS A BLANK ID.
001196         MOVE "*SETUP*" TO WS-SIGNON-ID
001200         DISPLAY "OPERATOR FILE IS EMPTY. ADD THE FIRST "
001210             "OPERATOR; THE ROLE WILL BE SET TO SUPERVISOR."
001220         GO TO 1000-EXIT
002220         GO TO 3000-EXIT
002230     END-IF.
002240     DISPLAY "OPERATOR ADDED.".
002242     MOVE SPACES TO WS-OPER-BEFORE.
002244     MOVE "ADD" TO WS-REF-ACTION.
002246     PERFORM 8100-LOG-OPERATOR-CHANGE THRU 8100-EXIT.
002250*    ONCE A REAL OPERATOR EXISTS THE OPEN SET-UP WINDOW SHUTS.
002260     IF WS-BOOTSTRAP
002270         MOVE "N" TO WS-BOOTSTRAP-SW
002900         GO TO 4000-EXIT
002910     END-IF.
002920     MOVE OPERATOR-MASTER-RECORD TO WS-OPER-WORK.
002922     MOVE OPERATOR-MASTER-RECORD TO WS-OPER-BEFORE.
002930     DISPLAY "ENTER OPERATOR NAME: " WITH NO ADVANCING.
002940     ACCEPT WK-OPER-NAME.
002950     PERFORM 3200-ACCEPT-VALID-ROLE THRU 3200-EXIT.
003000         GO TO 4000-EXIT
003010     END-IF.
003020     DISPLAY "EDITED".
003022     IF WS-OPER-WORK NOT = WS-OPER-BEFORE
003024         MOVE "EDIT" TO WS-REF-ACTION
003026         PERFORM 8100-LOG-OPERATOR-CHANGE THRU 8100-EXIT
003028     END-IF.
003030 4000-EXIT.
003040     EXIT.

003730     EXIT.

003740*****************************************************************
003742*    8200 - REFERENCE-DATA CHANGE LOG (SEE REFLIO.CPY)           *
003744*****************************************************************
003746     COPY REFLIO.

003748*****************************************************************
003750*    9000 - TERMINATION                                          *
003760*****************************************************************
003770 9000-TERMINATE.
003790     DISPLAY "GOODBYE.".
003800 9000-EXIT.
003810     EXIT.

003820*****************************************************************
003830*    8100 - LOG AN OPERATOR CHANGE. CALLED ONLY AFTER THE WRITE  *
003840*    OR REWRITE HAS SUCCEEDED, WITH THE NEW IMAGE IN             *
003850*    WS-OPER-WORK                                                *
003860*****************************************************************
003870 8100-LOG-OPERATOR-CHANGE.
003880     MOVE SPACES TO WS-REF-CHANGE-LINE.
003890     MOVE "OPERMST" TO REFL-FILE.
003900     MOVE WK-OPER-ID TO REFL-KEY.
003910     MOVE WS-REF-ACTION TO REFL-ACTION.
003920     MOVE WS-OPER-BEFORE TO REFL-OLD-VALUE.
003930     MOVE WS-OPER-WORK TO REFL-NEW-VALUE.
003940     PERFORM 8200-WRITE-REF-CHANGE THRU 8200-EXIT.
003950 8100-EXIT.
003960     EXIT.
