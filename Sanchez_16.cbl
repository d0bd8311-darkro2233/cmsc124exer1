000340*                     TODAY'S DATE, SO A STREAM THAT DIES        *
000350*                     AFTER MIDNIGHT STILL RESUMES AT THE        *
000360*                     FAILED STEP                                *
000362*     2026-10-15 JS   THE SUMMARY NOW LISTS NAME AND COURSE      *
000364*                     CHANGES WAITING ON PENDCHG FOR SUPERVISOR  *
000366*                     APPROVAL LONGER THAN WS-PEND-OVERDUE-DAYS  *
000370*****************************************************************

000380 ENVIRONMENT DIVISION.
000490         ASSIGN TO "NIGHTRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-REPORT-FILE-STATUS.
000511     SELECT PENDING-CHANGE-FILE
000512         ASSIGN TO "PENDCHG"
000513         ORGANIZATION IS INDEXED
000514         ACCESS MODE IS DYNAMIC
000515         RECORD KEY IS PC-PEND-KEY
000516         FILE STATUS IS WS-PEND-FILE-STATUS.

000520 DATA DIVISION.
000530 FILE SECTION.
000630 FD  NIGHT-REPORT-FILE.
000640 01  NIGHT-REPORT-RECORD              PIC X(132).

000641 FD  PENDING-CHANGE-FILE.
000642 01  PENDING-CHANGE-RECORD.
000643     COPY PENDREC
000644         REPLACING ==03== BY ==02==
000645             LEADING ==PEND-== BY ==PC-PEND-==.

000650 WORKING-STORAGE SECTION.
000660*    THE FOUR STEPS OF THE STREAM, IN RUN ORDER. STATUS IS
000670*    BLANK (NOT RUN), G (GOOD), W (RAN WITH FINDINGS) OR

000780 77  WS-CONTROL-FILE-STATUS        PIC X(02).
000790 77  WS-REPORT-FILE-STATUS         PIC X(02).
000792 77  WS-PEND-FILE-STATUS           PIC X(02).

000800 77  CTR                           PIC 9(01) COMP.
000810 77  WS-FIRST-STEP                 PIC 9(01) COMP.
000890         88  WS-STREAM-FAILED                       VALUE "Y".
000900 77  WS-CONTROL-FAILED-SW          PIC X(01)    VALUE "N".
000910         88  WS-CONTROL-FAILED                      VALUE "Y".
000913 77  WS-DAY-LEAP-SW                PIC X(01)    VALUE "N".
000916         88  WS-DAY-LEAP-YEAR                       VALUE "Y".
000920 77  WS-RUN-COMPLETE-SW            PIC X(01)    VALUE "N".
000930         88  WS-RUN-COMPLETE                        VALUE "Y".

000931*    A YYYY-MM-DD DATE TURNED INTO A DAY NUMBER (DAYS SINCE
000932*    1 JANUARY OF YEAR 1) SO TWO DATES CAN BE SUBTRACTED.
000933 01  WS-DAY-DATE.
000934         05  WS-DAY-YYYY               PIC 9(04).
000935         05  FILLER                    PIC X(01).
000936         05  WS-DAY-MM                 PIC 9(02).
000937         05  FILLER                    PIC X(01).
000938         05  WS-DAY-DD                 PIC 9(02).

000940 01  WS-DATE-FIELDS.
000950         05  WS-CURRENT-DATE           PIC 9(08).
000960 01  WS-DATE-BREAKDOWN REDEFINES WS-DATE-FIELDS.
001060 77  WS-ANY-STEP-RUN-SW            PIC X(01)    VALUE "N".
001070         88  WS-ANY-STEP-RUN                        VALUE "Y".

001071 01  WS-MONTH-START-VALUES.
001072         05  FILLER                    PIC X(36)
001073             VALUE "000031059090120151181212243273304334".
001074 01  WS-MONTH-START-TABLE REDEFINES WS-MONTH-START-VALUES.
001075         05  WS-MONTH-START            PIC 9(03) OCCURS 12 TIMES.
001076 77  WS-DAY-NUMBER                 PIC 9(07) COMP.
001077 77  WS-DAY-YEARS                  PIC 9(04) COMP.
001078 77  WS-DAY-QUOTIENT               PIC 9(04) COMP.
001079 77  WS-DAY-REMAINDER              PIC 9(04) COMP.

001080 01  WS-TIME-FIELDS.
001090         05  WS-CURRENT-TIME           PIC 9(08).
001100 01  WS-TIME-BREAKDOWN REDEFINES WS-TIME-FIELDS.
001140         05  WS-CUR-HTH                PIC 9(02).
001150 77  WS-NOW                        PIC X(08).

001151*    A NAME OR COURSE CHANGE WAITING ON PENDCHG FOR MORE THAN
001152*    THIS MANY DAYS IS LISTED ON THE SUMMARY FOR THE SUPERVISORS.
001153 77  WS-PEND-OVERDUE-DAYS          PIC 9(03)    VALUE 5.
001154 77  WS-PEND-DAYS-EDIT             PIC ZZ9.
001155 77  WS-PEND-OVERDUE               PIC 9(07) COMP.
001156 77  WS-PEND-WAITING               PIC 9(07) COMP.
001157 77  WS-TODAY-DAY-NUMBER           PIC 9(07) COMP.
001158 77  WS-PEND-LIST-SW               PIC X(01)    VALUE "N".
001159         88  WS-PEND-LISTING                        VALUE "Y".

001160*    SHARED NIGHT-RUN TOTALS, FILLED BY EACH STEP PROGRAM.
001170     COPY NIGHTTOT.

001560         05  TL-TEXT                   PIC X(40).
001570         05  TL-COUNT                  PIC Z,ZZZ,ZZ9.

001571 01  WS-PENDING-LINE.
001572         05  FILLER                    PIC X(03)    VALUE SPACES.
001573         05  PL-SNO                    PIC X(31).
001574         05  PL-REQ-DATE               PIC X(11).
001575         05  PL-REQ-OPERATOR           PIC X(09).
001576         05  PL-SOURCE                 PIC X(10).
001577         05  PL-DAYS                   PIC ZZ,ZZ9.
001578         05  FILLER                    PIC X(13)
001579             VALUE " DAYS WAITING".

001580 PROCEDURE DIVISION.

001590 0000-MAINLINE.
003830     MOVE WS-STEP-FINDINGS(3) TO TL-COUNT.
003840     WRITE NIGHT-REPORT-RECORD FROM WS-TOTAL-LINE
003850         AFTER ADVANCING 1.
003852     PERFORM 3200-REPORT-OVERDUE-CHANGES THRU 3200-EXIT.
003860     MOVE SPACES TO WS-TOTAL-LINE.
003870     IF WS-STREAM-FAILED
003880         MOVE "NIGHT STREAM STOPPED ON A FAILED STEP"
004760     END-IF.
004770 9000-EXIT.
004780     EXIT.

004790*****************************************************************
004800*    3200 - NAME AND COURSE CHANGES LEFT WAITING ON PENDCHG FOR  *
004810*    SUPERVISOR APPROVAL LONGER THAN WS-PEND-OVERDUE-DAYS. THE   *
004820*    FILE IS READ TWICE, FOR THE TOTAL LINE AND THEN FOR THE     *
004830*    DETAIL LINES UNDER IT. NO FILE MEANS NOTHING IS WAITING.    *
004840*****************************************************************
004850 3200-REPORT-OVERDUE-CHANGES.
004860     MOVE WS-TODAY TO WS-DAY-DATE.
004870     PERFORM 8600-DATE-TO-DAY-NUMBER THRU 8600-EXIT.
004880     MOVE WS-DAY-NUMBER TO WS-TODAY-DAY-NUMBER.
004890     MOVE "N" TO WS-PEND-LIST-SW.
004900     PERFORM 3210-SCAN-PENDING-CHANGES THRU 3210-EXIT.
004910     MOVE WS-PEND-OVERDUE-DAYS TO WS-PEND-DAYS-EDIT.
004920     MOVE SPACES TO WS-TOTAL-LINE.
004930     STRING "CHANGES AWAITING APPROVAL OVER" WS-PEND-DAYS-EDIT
004940         " DAYS" DELIMITED BY SIZE INTO TL-TEXT.
004950     MOVE WS-PEND-OVERDUE TO TL-COUNT.
004960     WRITE NIGHT-REPORT-RECORD FROM WS-TOTAL-LINE
004970         AFTER ADVANCING 1.
004980     IF WS-PEND-OVERDUE > 0
004990         MOVE "Y" TO WS-PEND-LIST-SW
005000         PERFORM 3210-SCAN-PENDING-CHANGES THRU 3210-EXIT
005010     END-IF.
005020 3200-EXIT.
005030     EXIT.

005040 3210-SCAN-PENDING-CHANGES.
005050     MOVE 0 TO WS-PEND-OVERDUE.
005060     OPEN INPUT PENDING-CHANGE-FILE.
005070     IF WS-PEND-FILE-STATUS = "35"
005080         GO TO 3210-EXIT
005090     END-IF.
005100     IF WS-PEND-FILE-STATUS NOT = "00"
005110         DISPLAY "UNABLE TO OPEN PENDCHG. STATUS="
005120             WS-PEND-FILE-STATUS
005130         GO TO 3210-EXIT
005140     END-IF.
005150     MOVE "N" TO WS-EOF-SW.
005160     PERFORM 3220-CHECK-ONE-CHANGE THRU 3220-EXIT
005170         UNTIL WS-EOF.
005180     CLOSE PENDING-CHANGE-FILE.
005190 3210-EXIT.
005200     EXIT.

005210 3220-CHECK-ONE-CHANGE.
005220     READ PENDING-CHANGE-FILE NEXT RECORD
005230         AT END
005240             MOVE "Y" TO WS-EOF-SW
005250             GO TO 3220-EXIT
005260     END-READ.
005270     IF WS-PEND-FILE-STATUS NOT = "00"
005280         DISPLAY "PENDCHG READ FAILED. STATUS="
005290             WS-PEND-FILE-STATUS
005300         MOVE "Y" TO WS-EOF-SW
005310         GO TO 3220-EXIT
005320     END-IF.
005330     IF NOT PC-PEND-IS-PENDING
005340         GO TO 3220-EXIT
005350     END-IF.
005360     MOVE PC-PEND-REQ-DATE TO WS-DAY-DATE.
005370     PERFORM 8600-DATE-TO-DAY-NUMBER THRU 8600-EXIT.
005380     IF WS-DAY-NUMBER = 0 OR WS-DAY-NUMBER > WS-TODAY-DAY-NUMBER
005390         GO TO 3220-EXIT
005400     END-IF.
005410     SUBTRACT WS-DAY-NUMBER FROM WS-TODAY-DAY-NUMBER
005420         GIVING WS-PEND-WAITING.
005430     IF WS-PEND-WAITING NOT > WS-PEND-OVERDUE-DAYS
005440         GO TO 3220-EXIT
005450     END-IF.
005460     ADD 1 TO WS-PEND-OVERDUE.
005470     IF WS-PEND-LISTING
005480         MOVE PC-PEND-SNO TO PL-SNO
005490         MOVE PC-PEND-REQ-DATE TO PL-REQ-DATE
005500         MOVE PC-PEND-REQ-OPERATOR TO PL-REQ-OPERATOR
005510         MOVE PC-PEND-SOURCE TO PL-SOURCE
005520         MOVE WS-PEND-WAITING TO PL-DAYS
005530         WRITE NIGHT-REPORT-RECORD FROM WS-PENDING-LINE
005540             AFTER ADVANCING 1
005550     END-IF.
005560 3220-EXIT.
005570     EXIT.

005580*****************************************************************
005590*    8600 - DAY NUMBER OF THE YYYY-MM-DD DATE IN WS-DAY-DATE,    *
005600*    OR ZERO WHEN THE DATE IS NOT A VALID ONE                    *
005610*****************************************************************
005620 8600-DATE-TO-DAY-NUMBER.
005630     MOVE 0 TO WS-DAY-NUMBER.
005640     IF WS-DAY-YYYY IS NOT NUMERIC OR WS-DAY-MM IS NOT NUMERIC
005650             OR WS-DAY-DD IS NOT NUMERIC
005660         GO TO 8600-EXIT
005670     END-IF.
005680     IF WS-DAY-YYYY = 0 OR WS-DAY-MM < 1 OR WS-DAY-MM > 12
005690             OR WS-DAY-DD < 1 OR WS-DAY-DD > 31
005700         GO TO 8600-EXIT
005710     END-IF.
005720     MOVE "N" TO WS-DAY-LEAP-SW.
005730     DIVIDE WS-DAY-YYYY BY 4 GIVING WS-DAY-QUOTIENT
005740         REMAINDER WS-DAY-REMAINDER.
005750     IF WS-DAY-REMAINDER = 0
005760         MOVE "Y" TO WS-DAY-LEAP-SW
005770         DIVIDE WS-DAY-YYYY BY 100 GIVING WS-DAY-QUOTIENT
005780             REMAINDER WS-DAY-REMAINDER
005790         IF WS-DAY-REMAINDER = 0
005800             DIVIDE WS-DAY-YYYY BY 400 GIVING WS-DAY-QUOTIENT
005810                 REMAINDER WS-DAY-REMAINDER
005820             IF WS-DAY-REMAINDER NOT = 0
005830                 MOVE "N" TO WS-DAY-LEAP-SW
005840             END-IF
005850         END-IF
005860     END-IF.
005870*    WHOLE YEARS BEFORE THIS ONE, WITH A DAY FOR EACH LEAP YEAR.
005880     SUBTRACT 1 FROM WS-DAY-YYYY GIVING WS-DAY-YEARS.
005890     MULTIPLY WS-DAY-YEARS BY 365 GIVING WS-DAY-NUMBER.
005900     DIVIDE WS-DAY-YEARS BY 4 GIVING WS-DAY-QUOTIENT.
005910     ADD WS-DAY-QUOTIENT TO WS-DAY-NUMBER.
005920     DIVIDE WS-DAY-YEARS BY 100 GIVING WS-DAY-QUOTIENT.
005930     SUBTRACT WS-DAY-QUOTIENT FROM WS-DAY-NUMBER.
005940     DIVIDE WS-DAY-YEARS BY 400 GIVING WS-DAY-QUOTIENT.
005950     ADD WS-DAY-QUOTIENT TO WS-DAY-NUMBER.
005960*    THEN THE MONTHS BEFORE THIS ONE AND THE DAY ITSELF.
005970     ADD WS-MONTH-START(WS-DAY-MM) WS-DAY-DD TO WS-DAY-NUMBER.
005980     IF WS-DAY-LEAP-YEAR AND WS-DAY-MM > 2
005990         ADD 1 TO WS-DAY-NUMBER
006000     END-IF.
006010 8600-EXIT.
006020     EXIT.
