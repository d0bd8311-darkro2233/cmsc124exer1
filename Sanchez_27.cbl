000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SANCHEZ27.
000030 AUTHOR. J SANCHEZ.
000040 INSTALLATION. REGISTRAR SYSTEMS UNIT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    STATEMENT OF ACCOUNT PRINT                                  *
000100*                                                                *
000110*    PRINTS ONE STATEMENT PER STUDENT FROM THE STUDENT LEDGER   *
000120*    (LEDGMST) FOR THE TERM THE OPERATOR NAMES: THE BALANCE     *
000130*    BROUGHT FORWARD FROM EARLIER TERMS, EVERY CHARGE, PAYMENT  *
000140*    AND ADJUSTMENT POSTED TO THE TERM IN POSTING ORDER WITH A  *
000150*    RUNNING BALANCE, AND THE BALANCE DUE. ENTRIES FOR LATER    *
000160*    TERMS ARE LEFT OFF, SO A STATEMENT REPRINTED AFTER THE     *
000170*    NEXT ASSESSMENT STILL MATCHES THE ONE MAILED. A BLANK      *
000180*    STUDENT NUMBER PRINTS EVERY STUDENT WITH LEDGER ENTRIES    *
000190*    UP TO THE TERM, EACH ON A NEW PAGE (STMTPRNT). THE NAME    *
000200*    COMES FROM THE STUDENT MASTER; A STUDENT NO LONGER ON IT   *
000210*    STILL GETS A STATEMENT.                                    *
000220*                                                                *
000230*    MODIFICATION HISTORY                                        *
000240*     DATE       BY   DESCRIPTION                                *
000250*     2026-10-15 JS   INITIAL VERSION                            *
000260*     2026-10-15 JS   TERM RECORD COPY PICKED UP THE NEW TERMREC *
000270*                     FIELD CENSUS-DATE; PROCESSING IS UNCHANGED *
000280*****************************************************************

000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT LEDGER-FILE
000360         ASSIGN TO "LEDGMST"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS LG-LEDG-KEY
000400         FILE STATUS IS WS-LEDG-FILE-STATUS.
000410     SELECT STUDENT-MASTER-FILE
000420         ASSIGN TO "STUDMAST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS SM-SNO
000460         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000470     SELECT TERM-MASTER-FILE
000480         ASSIGN TO "TERMMST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS TM-TERM-CODE
000520         FILE STATUS IS WS-TERM-FILE-STATUS.
000530     SELECT STATEMENT-FILE
000540         ASSIGN TO "STMTPRNT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-STMT-FILE-STATUS.

000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  LEDGER-FILE.
000600 01  LEDGER-RECORD.
000610     COPY LEDGREC
000620         REPLACING ==03== BY ==02==
000630             ==LEDG-KEY== BY ==LG-LEDG-KEY==
000640             ==LEDG-SNO== BY ==LG-LEDG-SNO==
000650             ==LEDG-SEQ== BY ==LG-LEDG-SEQ==
000660             ==LEDG-TERM-CODE== BY ==LG-LEDG-TERM-CODE==
000670             ==LEDG-DATE== BY ==LG-LEDG-DATE==
000680             ==LEDG-TIME== BY ==LG-LEDG-TIME==
000690             ==LEDG-TYPE== BY ==LG-LEDG-TYPE==
000700             ==LEDG-CHARGE== BY ==LG-LEDG-CHARGE==
000710             ==LEDG-PAYMENT== BY ==LG-LEDG-PAYMENT==
000720             ==LEDG-ADJUSTMENT== BY ==LG-LEDG-ADJUSTMENT==
000730             ==LEDG-AMOUNT== BY ==LG-LEDG-AMOUNT==
000740             ==LEDG-REFERENCE== BY ==LG-LEDG-REFERENCE==
000750             ==LEDG-DESCRIPTION== BY ==LG-LEDG-DESCRIPTION==
000760             ==LEDG-OPERATOR== BY ==LG-LEDG-OPERATOR==.

000770 FD  STUDENT-MASTER-FILE.
000780 01  STUDENT-MASTER-RECORD.
000790     COPY STUDREC
000800         REPLACING ==03== BY ==02==
000810             ==FULLNAME== BY ==SM-FULLNAME==
000820             ==SNO== BY ==SM-SNO==
000830             ==COURSE== BY ==SM-COURSE==
000840             ==CONTACT-INFO== BY ==SM-CONTACT-INFO==
000850             ==MOBILE== BY ==SM-MOBILE==
000860             ==LANDLINE== BY ==SM-LANDLINE==
000870             ==AGE== BY ==SM-AGE==
000880             ==STATUS-CODE== BY ==SM-STATUS-CODE==
000890             ==STUDENT-ACTIVE== BY ==SM-STUDENT-ACTIVE==
000900             ==STUDENT-WITHDRAWN== BY ==SM-STUDENT-WITHDRAWN==
000910             ==STUDENT-GRADUATED== BY ==SM-STUDENT-GRADUATED==
000920             ==STATUS-DATE== BY ==SM-STATUS-DATE==
000930             ==ENROLL-TERM== BY ==SM-ENROLL-TERM==.

000940 FD  TERM-MASTER-FILE.
000950 01  TERM-MASTER-RECORD.
000960     COPY TERMREC
000970         REPLACING ==03== BY ==02==
000980             ==TERM-CODE== BY ==TM-TERM-CODE==
000990             ==TERM-START-DATE== BY ==TM-TERM-START-DATE==
001000             ==TERM-END-DATE== BY ==TM-TERM-END-DATE==
001010             ==TERM-CURRENT-FLAG== BY ==TM-TERM-CURRENT-FLAG==
001020             ==TERM-IS-CURRENT== BY ==TM-TERM-IS-CURRENT==
001030             ==TERM-CENSUS-DATE== BY ==TM-TERM-CENSUS-DATE==.

001040 FD  STATEMENT-FILE.
001050 01  STATEMENT-RECORD                 PIC X(132).

001060 WORKING-STORAGE SECTION.
001070 77  WS-LEDG-FILE-STATUS           PIC X(02).
001080 77  WS-STUDENT-FILE-STATUS        PIC X(02).
001090 77  WS-TERM-FILE-STATUS           PIC X(02).
001100 77  WS-STMT-FILE-STATUS           PIC X(02).
001110 77  WS-STUDENT-MASTER-SW          PIC X(01)    VALUE "N".
001120         88  WS-STUDENT-MASTER-READY                VALUE "Y".

001130 77  WS-RUN-READY-SW               PIC X(01)    VALUE "N".
001140         88  WS-RUN-READY                           VALUE "Y".
001150         88  WS-RUN-NOT-READY                       VALUE "N".
001160 77  WS-RUN-FAILED-SW              PIC X(01)    VALUE "N".
001170         88  WS-RUN-FAILED                          VALUE "Y".
001180 77  WS-EOF-SW                     PIC X(01)    VALUE "N".
001190         88  WS-EOF                                 VALUE "Y".
001200         88  WS-NOT-EOF                             VALUE "N".
001210*    SET WHEN THE RECORD IN THE LEDGER AREA BELONGS TO A LATER
001220*    STUDENT (OR THE FILE IS EXHAUSTED) - THE END OF ONE PASS.
001230 77  WS-STUDENT-END-SW             PIC X(01)    VALUE "N".
001240         88  WS-STUDENT-END                         VALUE "Y".

001250 77  WS-STMT-TERM                  PIC X(06).
001260 77  WS-STMT-SNO                   PIC X(30).
001270 77  WS-ONE-SNO                    PIC X(30).
001280 77  WS-STMT-NAME                  PIC X(30).
001290 77  WS-OPENING-BALANCE            PIC S9(07)V99.
001300 77  WS-RUNNING-BALANCE            PIC S9(07)V99.
001310 77  WS-TERM-CHARGES               PIC S9(07)V99.
001320 77  WS-TERM-PAYMENTS              PIC S9(07)V99.
001330 77  WS-TERM-ENTRY-COUNT           PIC 9(05) COMP.
001340 77  WS-PRIOR-ENTRY-COUNT          PIC 9(05) COMP.

001350 77  WS-STATEMENTS-PRINTED         PIC 9(07) COMP VALUE 0.
001360 77  WS-STUDENTS-SKIPPED           PIC 9(07) COMP VALUE 0.
001370 77  WS-TOTAL-DUE                  PIC S9(09)V99 VALUE 0.
001380 77  WS-TOTAL-DUE-EDIT             PIC -ZZZ,ZZZ,ZZ9.99.

001390 77  WS-LINE-COUNT                 PIC 99 COMP.
001400 77  WS-LINES-PER-PAGE             PIC 99 COMP  VALUE 50.
001410 77  WS-PAGE-NO                    PIC 999 COMP VALUE 0.

001420 01  WS-DATE-FIELDS.
001430         05  WS-CURRENT-DATE           PIC 9(08).
001440 01  WS-DATE-BREAKDOWN REDEFINES WS-DATE-FIELDS.
001450         05  WS-CUR-YYYY               PIC 9(04).
001460         05  WS-CUR-MM                 PIC 9(02).
001470         05  WS-CUR-DD                 PIC 9(02).
001480 77  WS-RUN-DATE                   PIC X(10).

001490 01  WS-HEADING-1.
001500         05  FILLER                    PIC X(10)    VALUE SPACES.
001510         05  FILLER                    PIC X(30)    VALUE
001520             "REGISTRAR SYSTEMS UNIT".
001530         05  FILLER                    PIC X(30)    VALUE SPACES.
001540         05  FILLER                    PIC X(05)    VALUE "PAGE ".
001550         05  RH1-PAGE-NO               PIC ZZZ9.

001560 01  WS-HEADING-2.
001570         05  FILLER                    PIC X(10)    VALUE SPACES.
001580         05  FILLER                    PIC X(30)    VALUE
001590             "STATEMENT OF ACCOUNT".
001600         05  FILLER                    PIC X(19)    VALUE SPACES.
001610         05  FILLER                    PIC X(10)
001620             VALUE "RUN DATE: ".
001630         05  RH2-RUN-DATE              PIC X(10).

001640 01  WS-HEADING-3.
001650         05  FILLER                    PIC X(01)    VALUE SPACES.
001660         05  FILLER                    PIC X(12)
001670             VALUE "STUDENT NO: ".
001680         05  RH3-SNO                   PIC X(30).
001690         05  FILLER                    PIC X(06)
001700             VALUE "NAME: ".
001710         05  RH3-NAME                  PIC X(30).
001720         05  FILLER                    PIC X(07)
001730             VALUE " TERM: ".
001740         05  RH3-TERM                  PIC X(06).

001750 01  WS-HEADING-4.
001760         05  FILLER                    PIC X(01)    VALUE SPACES.
001770         05  FILLER                    PIC X(11)
001780             VALUE "DATE".
001790         05  FILLER                    PIC X(11)
001800             VALUE "TYPE".
001810         05  FILLER                    PIC X(11)
001820             VALUE "REFERENCE".
001830         05  FILLER                    PIC X(31)
001840             VALUE "DESCRIPTION".
001850         05  FILLER                    PIC X(15)
001860             VALUE "        AMOUNT".
001870         05  FILLER                    PIC X(15)
001880             VALUE "       BALANCE".

001890 01  WS-HEADING-5.
001900         05  FILLER                    PIC X(95)    VALUE ALL "-".

001910 01  WS-DETAIL-LINE.
001920         05  FILLER                    PIC X(01)    VALUE SPACES.
001930         05  DL-DATE                   PIC X(10).
001940         05  FILLER                    PIC X(01)    VALUE SPACES.
001950         05  DL-TYPE                   PIC X(10).
001960         05  FILLER                    PIC X(01)    VALUE SPACES.
001970         05  DL-REFERENCE              PIC X(10).
001980         05  FILLER                    PIC X(01)    VALUE SPACES.
001990         05  DL-DESCRIPTION            PIC X(30).
002000         05  FILLER                    PIC X(01)    VALUE SPACES.
002010         05  DL-AMOUNT                 PIC -Z,ZZZ,ZZ9.99.
002020         05  FILLER                    PIC X(02)    VALUE SPACES.
002030         05  DL-BALANCE                PIC -Z,ZZZ,ZZ9.99.

002040 01  WS-TOTAL-LINE.
002050         05  FILLER                    PIC X(01)    VALUE SPACES.
002060         05  FILLER                    PIC X(33)    VALUE SPACES.
002070         05  TL-TEXT                   PIC X(30).
002080         05  FILLER                    PIC X(16)    VALUE SPACES.
002090         05  TL-AMOUNT                 PIC -Z,ZZZ,ZZ9.99.

002100 PROCEDURE DIVISION.

002110 0000-MAINLINE.
002120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002130     IF WS-RUN-NOT-READY
002140         DISPLAY "STATEMENT RUN NOT STARTED."
002150     ELSE
002160         PERFORM 2000-PRINT-STATEMENTS THRU 2000-EXIT
002170         PERFORM 9000-TERMINATE THRU 9000-EXIT
002180     END-IF.
002190     STOP RUN.

002200*****************************************************************
002210*    1000 - TERM AND STUDENT PROMPTS AND FILE OPENS              *
002220*****************************************************************
002230 1000-INITIALIZE.
002240     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002250     MOVE SPACES TO WS-RUN-DATE.
002260     STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD
002270         DELIMITED BY SIZE INTO WS-RUN-DATE.
002280     OPEN INPUT TERM-MASTER-FILE.
002290     IF WS-TERM-FILE-STATUS NOT = "00"
002300         DISPLAY "UNABLE TO OPEN TERMMST. STATUS="
002310             WS-TERM-FILE-STATUS
002320         DISPLAY "RUN SANCHEZ21 TO SET UP TERMS FIRST."
002330         GO TO 1000-EXIT
002340     END-IF.
002350     DISPLAY "TERM CODE FOR THE STATEMENTS: " WITH NO ADVANCING.
002360     ACCEPT WS-STMT-TERM.
002370     MOVE WS-STMT-TERM TO TM-TERM-CODE.
002380     READ TERM-MASTER-FILE
002390         INVALID KEY
002400             CONTINUE
002410     END-READ.
002420     IF WS-TERM-FILE-STATUS NOT = "00"
002430         DISPLAY "TERM " WS-STMT-TERM " IS NOT ON TERMMST."
002440         CLOSE TERM-MASTER-FILE
002450         GO TO 1000-EXIT
002460     END-IF.
002470     CLOSE TERM-MASTER-FILE.
002480     DISPLAY "STUDENT NUMBER (BLANK FOR ALL STUDENTS): "
002490         WITH NO ADVANCING.
002500     MOVE SPACES TO WS-ONE-SNO.
002510     ACCEPT WS-ONE-SNO.
002520*    PROVE THE LEDGER CAN BE OPENED BEFORE THE PRINT FILE IS
002530*    TOUCHED, SO A BAD LEDGER CANNOT WIPE THE LAST STATEMENTS.
002540     OPEN INPUT LEDGER-FILE.
002550     IF WS-LEDG-FILE-STATUS NOT = "00"
002560         DISPLAY "UNABLE TO OPEN LEDGMST. STATUS="
002570             WS-LEDG-FILE-STATUS
002580         GO TO 1000-EXIT
002590     END-IF.
002600*    WITHOUT THE MASTER THE STATEMENTS STILL PRINT, WITHOUT
002610*    THE STUDENT NAMES.
002620     OPEN INPUT STUDENT-MASTER-FILE.
002630     IF WS-STUDENT-FILE-STATUS = "00"
002640         MOVE "Y" TO WS-STUDENT-MASTER-SW
002650     ELSE
002660         DISPLAY "STUDENT MASTER STUDMAST NOT AVAILABLE. NAMES "
002670             "WILL BE LEFT BLANK."
002680     END-IF.
002690     OPEN OUTPUT STATEMENT-FILE.
002700     IF WS-STMT-FILE-STATUS NOT = "00"
002710         DISPLAY "UNABLE TO OPEN STMTPRNT. STATUS="
002720             WS-STMT-FILE-STATUS
002730         CLOSE LEDGER-FILE
002740         IF WS-STUDENT-MASTER-READY
002750             CLOSE STUDENT-MASTER-FILE
002760         END-IF
002770         GO TO 1000-EXIT
002780     END-IF.
002790     MOVE "Y" TO WS-RUN-READY-SW.
002800 1000-EXIT.
002810     EXIT.

002820*****************************************************************
002830*    2000 - ONE STATEMENT PER STUDENT ON THE LEDGER              *
002840*****************************************************************
002850 2000-PRINT-STATEMENTS.
002860     MOVE 0 TO WS-PAGE-NO.
002870     MOVE "N" TO WS-EOF-SW.
002880     IF WS-ONE-SNO = SPACES
002890         MOVE LOW-VALUES TO LG-LEDG-SNO
002900     ELSE
002910         MOVE WS-ONE-SNO TO LG-LEDG-SNO
002920     END-IF.
002930     MOVE 0 TO LG-LEDG-SEQ.
002940     START LEDGER-FILE
002950         KEY IS NOT LESS THAN LG-LEDG-KEY.
002960     IF WS-LEDG-FILE-STATUS NOT = "00"
002970         MOVE "Y" TO WS-EOF-SW
002980     ELSE
002990         PERFORM 7100-READ-NEXT-ENTRY THRU 7100-EXIT
003000     END-IF.
003010     IF WS-ONE-SNO NOT = SPACES AND WS-NOT-EOF
003020             AND LG-LEDG-SNO NOT = WS-ONE-SNO
003030         MOVE "Y" TO WS-EOF-SW
003040     END-IF.
003050     PERFORM 3000-ONE-STUDENT THRU 3000-EXIT
003060         UNTIL WS-EOF OR WS-RUN-FAILED.
003070     IF WS-STATEMENTS-PRINTED = 0
003080         MOVE SPACES TO STATEMENT-RECORD
003090         MOVE " NO LEDGER ENTRIES UP TO THE TERM. NO STATEMENTS."
003100             TO STATEMENT-RECORD
003110         WRITE STATEMENT-RECORD
003120     END-IF.
003130 2000-EXIT.
003140     EXIT.

003150*****************************************************************
003160*    3000 - ONE STUDENT: A TOTALLING PASS FOR THE BALANCE        *
003170*    BROUGHT FORWARD, THEN A PRINTING PASS FOR THE TERM. THE     *
003180*    LEDGER IS IN POSTING ORDER, NOT TERM ORDER, SO A LATE       *
003190*    PAYMENT ON AN OLD TERM CAN FOLLOW THE NEW TERM'S CHARGES -  *
003200*    THE OPENING FIGURE CANNOT BE KNOWN UNTIL ALL ARE READ.      *
003210*    EACH PASS ENDS ON THE NEXT STUDENT'S FIRST ENTRY.           *
003220*****************************************************************
003230 3000-ONE-STUDENT.
003240     MOVE LG-LEDG-SNO TO WS-STMT-SNO.
003250     MOVE 0 TO WS-OPENING-BALANCE.
003260     MOVE 0 TO WS-TERM-ENTRY-COUNT.
003270     MOVE 0 TO WS-PRIOR-ENTRY-COUNT.
003280     MOVE "N" TO WS-STUDENT-END-SW.
003290     PERFORM 3100-TOTAL-ONE-ENTRY THRU 3100-EXIT
003300         UNTIL WS-STUDENT-END.
003310     IF WS-RUN-FAILED
003320         GO TO 3000-EXIT
003330     END-IF.
003340     IF WS-TERM-ENTRY-COUNT = 0 AND WS-PRIOR-ENTRY-COUNT = 0
003350         ADD 1 TO WS-STUDENTS-SKIPPED
003360         GO TO 3090-NEXT-STUDENT
003370     END-IF.
003380     PERFORM 3200-PRINT-STATEMENT-TOP THRU 3200-EXIT.
003390     MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE.
003400     MOVE 0 TO WS-TERM-CHARGES.
003410     MOVE 0 TO WS-TERM-PAYMENTS.
003420     MOVE WS-STMT-SNO TO LG-LEDG-SNO.
003430     MOVE 0 TO LG-LEDG-SEQ.
003440     START LEDGER-FILE
003450         KEY IS NOT LESS THAN LG-LEDG-KEY.
003460     IF WS-LEDG-FILE-STATUS NOT = "00"
003470         DISPLAY "UNABLE TO REPOSITION LEDGMST. STATUS="
003480             WS-LEDG-FILE-STATUS
003490         MOVE "Y" TO WS-RUN-FAILED-SW
003500         GO TO 3000-EXIT
003510     END-IF.
003520     MOVE "N" TO WS-STUDENT-END-SW.
003530     PERFORM 7100-READ-NEXT-ENTRY THRU 7100-EXIT.
003540     PERFORM 3300-PRINT-ONE-ENTRY THRU 3300-EXIT
003550         UNTIL WS-STUDENT-END.
003560     PERFORM 3400-PRINT-STATEMENT-FOOT THRU 3400-EXIT.
003570 3090-NEXT-STUDENT.
003580*    ONE REQUESTED STUDENT ENDS THE RUN AFTER THEIR STATEMENT.
003590     IF WS-ONE-SNO NOT = SPACES
003600         MOVE "Y" TO WS-EOF-SW
003610     END-IF.
003620 3000-EXIT.
003630     EXIT.

003640*    ENTRIES BEFORE THE TERM BUILD THE OPENING BALANCE; LATER
003650*    TERMS ARE IGNORED. TERM CODES ARE YYYY-N, SO THEY COMPARE
003660*    IN DATE ORDER AS PLAIN TEXT.
003670 3100-TOTAL-ONE-ENTRY.
003680     IF LG-LEDG-TERM-CODE < WS-STMT-TERM
003690         ADD LG-LEDG-AMOUNT TO WS-OPENING-BALANCE
003700         ADD 1 TO WS-PRIOR-ENTRY-COUNT
003710     END-IF.
003720     IF LG-LEDG-TERM-CODE = WS-STMT-TERM
003730         ADD 1 TO WS-TERM-ENTRY-COUNT
003740     END-IF.
003750     PERFORM 7100-READ-NEXT-ENTRY THRU 7100-EXIT.
003760 3100-EXIT.
003770     EXIT.

003780 3200-PRINT-STATEMENT-TOP.
003790     ADD 1 TO WS-STATEMENTS-PRINTED.
003800     MOVE SPACES TO WS-STMT-NAME.
003810     IF WS-STUDENT-MASTER-READY
003820         MOVE WS-STMT-SNO TO SM-SNO
003830         READ STUDENT-MASTER-FILE
003840             INVALID KEY
003850                 MOVE "(NOT ON STUDENT MASTER)" TO WS-STMT-NAME
003860             NOT INVALID KEY
003870                 MOVE SM-FULLNAME TO WS-STMT-NAME
003880         END-READ
003890     END-IF.
003900     PERFORM 3210-PRINT-PAGE-HEADERS THRU 3210-EXIT.
003910     MOVE SPACES TO WS-DETAIL-LINE.
003920     MOVE "BALANCE BROUGHT FORWARD" TO DL-DESCRIPTION.
003930     MOVE WS-OPENING-BALANCE TO DL-BALANCE.
003940     WRITE STATEMENT-RECORD FROM WS-DETAIL-LINE
003950         AFTER ADVANCING 1.
003960     ADD 1 TO WS-LINE-COUNT.
003970 3200-EXIT.
003980     EXIT.

003990*    EVERY STATEMENT STARTS A PAGE; A LONG ONE CONTINUES ON THE
004000*    NEXT PAGE UNDER THE SAME STUDENT HEADING.
004010 3210-PRINT-PAGE-HEADERS.
004020     ADD 1 TO WS-PAGE-NO.
004030     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
004040     MOVE WS-RUN-DATE TO RH2-RUN-DATE.
004050     MOVE WS-STMT-SNO TO RH3-SNO.
004060     MOVE WS-STMT-NAME TO RH3-NAME.
004070     MOVE WS-STMT-TERM TO RH3-TERM.
004080     IF WS-PAGE-NO = 1
004090         WRITE STATEMENT-RECORD FROM WS-HEADING-1
004100     ELSE
004110         WRITE STATEMENT-RECORD FROM WS-HEADING-1
004120             AFTER ADVANCING PAGE
004130     END-IF.
004140     WRITE STATEMENT-RECORD FROM WS-HEADING-2
004150         AFTER ADVANCING 1.
004160     WRITE STATEMENT-RECORD FROM WS-HEADING-3
004170         AFTER ADVANCING 2.
004180     WRITE STATEMENT-RECORD FROM WS-HEADING-4
004190         AFTER ADVANCING 2.
004200     WRITE STATEMENT-RECORD FROM WS-HEADING-5
004210         AFTER ADVANCING 1.
004220     MOVE 0 TO WS-LINE-COUNT.
004230 3210-EXIT.
004240     EXIT.

004250 3300-PRINT-ONE-ENTRY.
004260     IF LG-LEDG-TERM-CODE NOT = WS-STMT-TERM
004270         GO TO 3390-READ-NEXT
004280     END-IF.
004290     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004300         PERFORM 3210-PRINT-PAGE-HEADERS THRU 3210-EXIT
004310     END-IF.
004320     ADD LG-LEDG-AMOUNT TO WS-RUNNING-BALANCE.
004330     MOVE SPACES TO WS-DETAIL-LINE.
004340     MOVE LG-LEDG-DATE TO DL-DATE.
004350     EVALUATE TRUE
004360         WHEN LG-LEDG-CHARGE
004370             MOVE "CHARGE" TO DL-TYPE
004380             ADD LG-LEDG-AMOUNT TO WS-TERM-CHARGES
004390         WHEN LG-LEDG-PAYMENT
004400             MOVE "PAYMENT" TO DL-TYPE
004410             ADD LG-LEDG-AMOUNT TO WS-TERM-PAYMENTS
004420         WHEN OTHER
004430             MOVE "ADJUSTMENT" TO DL-TYPE
004440             ADD LG-LEDG-AMOUNT TO WS-TERM-CHARGES
004450     END-EVALUATE.
004460     MOVE LG-LEDG-REFERENCE TO DL-REFERENCE.
004470     MOVE LG-LEDG-DESCRIPTION TO DL-DESCRIPTION.
004480     MOVE LG-LEDG-AMOUNT TO DL-AMOUNT.
004490     MOVE WS-RUNNING-BALANCE TO DL-BALANCE.
004500     WRITE STATEMENT-RECORD FROM WS-DETAIL-LINE
004510         AFTER ADVANCING 1.
004520     ADD 1 TO WS-LINE-COUNT.
004530 3390-READ-NEXT.
004540     PERFORM 7100-READ-NEXT-ENTRY THRU 7100-EXIT.
004550 3300-EXIT.
004560     EXIT.

004570 3400-PRINT-STATEMENT-FOOT.
004580     MOVE SPACES TO WS-TOTAL-LINE.
004590     MOVE "TERM CHARGES AND ADJUSTMENTS" TO TL-TEXT.
004600     MOVE WS-TERM-CHARGES TO TL-AMOUNT.
004610     WRITE STATEMENT-RECORD FROM WS-TOTAL-LINE
004620         AFTER ADVANCING 2.
004630     MOVE "TERM PAYMENTS" TO TL-TEXT.
004640     MOVE WS-TERM-PAYMENTS TO TL-AMOUNT.
004650     WRITE STATEMENT-RECORD FROM WS-TOTAL-LINE
004660         AFTER ADVANCING 1.
004670     MOVE "BALANCE DUE" TO TL-TEXT.
004680     MOVE WS-RUNNING-BALANCE TO TL-AMOUNT.
004690     WRITE STATEMENT-RECORD FROM WS-TOTAL-LINE
004700         AFTER ADVANCING 2.
004710     ADD WS-RUNNING-BALANCE TO WS-TOTAL-DUE.
004720 3400-EXIT.
004730     EXIT.

004740*****************************************************************
004750*    7100 - NEXT LEDGER ENTRY. THE STUDENT PASS ENDS ON A NEW    *
004760*    STUDENT NUMBER OR END OF FILE; A HARD READ ERROR ENDS THE   *
004770*    WHOLE RUN SO A HALF-READ LEDGER CANNOT PRINT A WRONG        *
004780*    BALANCE.                                                    *
004790*****************************************************************
004800 7100-READ-NEXT-ENTRY.
004810     READ LEDGER-FILE NEXT RECORD.
004820     IF WS-LEDG-FILE-STATUS = "00"
004830         IF NOT WS-STUDENT-END
004840                 AND LG-LEDG-SNO NOT = WS-STMT-SNO
004850             MOVE "Y" TO WS-STUDENT-END-SW
004860         END-IF
004870         GO TO 7100-EXIT
004880     END-IF.
004890     MOVE "Y" TO WS-STUDENT-END-SW.
004900     MOVE "Y" TO WS-EOF-SW.
004910     IF WS-LEDG-FILE-STATUS NOT = "10"
004920         DISPLAY "UNABLE TO READ LEDGMST. STATUS="
004930             WS-LEDG-FILE-STATUS
004940         MOVE "Y" TO WS-RUN-FAILED-SW
004950     END-IF.
004960 7100-EXIT.
004970     EXIT.

004980*****************************************************************
004990*    9000 - TERMINATION                                          *
005000*****************************************************************
005010 9000-TERMINATE.
005020     CLOSE LEDGER-FILE.
005030     CLOSE STATEMENT-FILE.
005040     IF WS-STUDENT-MASTER-READY
005050         CLOSE STUDENT-MASTER-FILE
005060     END-IF.
005070     IF WS-RUN-FAILED
005080         DISPLAY "STATEMENT RUN STOPPED ON ERROR."
005090     ELSE
005100         DISPLAY "STATEMENTS COMPLETE. OUTPUT WRITTEN TO "
005110             "STMTPRNT"
005120     END-IF.
005130     MOVE WS-TOTAL-DUE TO WS-TOTAL-DUE-EDIT.
005140     DISPLAY "STATEMENTS PRINTED : " WS-STATEMENTS-PRINTED.
005150     DISPLAY "TOTAL BALANCE DUE  : " WS-TOTAL-DUE-EDIT.
005160 9000-EXIT.
005170     EXIT.
