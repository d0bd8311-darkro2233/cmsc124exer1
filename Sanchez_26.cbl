000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SANCHEZ26.
000030 AUTHOR. J SANCHEZ.
000040 INSTALLATION. REGISTRAR SYSTEMS UNIT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    CASHIER PAYMENT POSTING                                     *
000100*                                                                *
000110*    THE CASHIER'S WINDOW: FOR EACH STUDENT NUMBER ENTERED,     *
000120*    SHOWS THE BALANCE DUE ON THE STUDENT LEDGER (LEDGMST),     *
000130*    TAKES THE AMOUNT RECEIVED AND POSTS IT AS A PAYMENT UNDER  *
000140*    A UNIQUE RECEIPT NUMBER. THE RECEIPT NUMBER IS TAKEN FROM  *
000150*    THE CONTROL FILE RCPTCTL BEFORE ANYTHING POSTS, EXACTLY AS *
000160*    THE ENROLLMENT CERTIFICATE SERIAL IS TAKEN FROM CERTCTL,   *
000170*    SO TWO PAYMENTS CAN NEVER SHARE A NUMBER. THE LEDGER ENTRY *
000180*    CARRIES THE RECEIPT NUMBER AND THE SIGNED-ON OPERATOR, SO  *
000190*    THE LEDGER ITSELF IS THE RECEIPT REGISTER. A BLANK STUDENT *
000200*    NUMBER ENDS THE SESSION.                                   *
000210*                                                                *
000220*    MODIFICATION HISTORY                                        *
000230*     DATE       BY   DESCRIPTION                                *
000240*     2026-10-15 JS   INITIAL VERSION                            *
000250*****************************************************************

000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT STUDENT-MASTER-FILE
000330         ASSIGN TO "STUDMAST"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS SM-SNO
000370         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000380     SELECT LEDGER-FILE
000390         ASSIGN TO "LEDGMST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS LG-LEDG-KEY
000430         FILE STATUS IS WS-LEDG-FILE-STATUS.
000440     SELECT FEE-SCHEDULE-FILE
000450         ASSIGN TO "FEESCHD"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS FS-FEE-KEY
000490         FILE STATUS IS WS-FEE-FILE-STATUS.
000500     SELECT RECEIPT-CONTROL-FILE
000510         ASSIGN TO "RCPTCTL"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-CTL-FILE-STATUS.
000540     SELECT OPERATOR-MASTER-FILE
000550         ASSIGN TO "OPERMST"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS OM-OPER-ID
000590         FILE STATUS IS WS-OPER-FILE-STATUS.

000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  STUDENT-MASTER-FILE.
000630 01  STUDENT-MASTER-RECORD.
000640     COPY STUDREC
000650         REPLACING ==03== BY ==02==
000660             ==FULLNAME== BY ==SM-FULLNAME==
000670             ==SNO== BY ==SM-SNO==
000680             ==COURSE== BY ==SM-COURSE==
000690             ==CONTACT-INFO== BY ==SM-CONTACT-INFO==
000700             ==MOBILE== BY ==SM-MOBILE==
000710             ==LANDLINE== BY ==SM-LANDLINE==
000720             ==AGE== BY ==SM-AGE==
000730             ==STATUS-CODE== BY ==SM-STATUS-CODE==
000740             ==STUDENT-ACTIVE== BY ==SM-STUDENT-ACTIVE==
000750             ==STUDENT-WITHDRAWN== BY ==SM-STUDENT-WITHDRAWN==
000760             ==STUDENT-GRADUATED== BY ==SM-STUDENT-GRADUATED==
000770             ==STATUS-DATE== BY ==SM-STATUS-DATE==
000780             ==ENROLL-TERM== BY ==SM-ENROLL-TERM==.

000790 FD  LEDGER-FILE.
000800 01  LEDGER-RECORD.
000810     COPY LEDGREC
000820         REPLACING ==03== BY ==02==
000830             ==LEDG-KEY== BY ==LG-LEDG-KEY==
000840             ==LEDG-SNO== BY ==LG-LEDG-SNO==
000850             ==LEDG-SEQ== BY ==LG-LEDG-SEQ==
000860             ==LEDG-TERM-CODE== BY ==LG-LEDG-TERM-CODE==
000870             ==LEDG-DATE== BY ==LG-LEDG-DATE==
000880             ==LEDG-TIME== BY ==LG-LEDG-TIME==
000890             ==LEDG-TYPE== BY ==LG-LEDG-TYPE==
000900             ==LEDG-CHARGE== BY ==LG-LEDG-CHARGE==
000910             ==LEDG-PAYMENT== BY ==LG-LEDG-PAYMENT==
000920             ==LEDG-ADJUSTMENT== BY ==LG-LEDG-ADJUSTMENT==
000930             ==LEDG-AMOUNT== BY ==LG-LEDG-AMOUNT==
000940             ==LEDG-REFERENCE== BY ==LG-LEDG-REFERENCE==
000950             ==LEDG-DESCRIPTION== BY ==LG-LEDG-DESCRIPTION==
000960             ==LEDG-OPERATOR== BY ==LG-LEDG-OPERATOR==.

000970 FD  FEE-SCHEDULE-FILE.
000980 01  FEE-SCHEDULE-RECORD.
000990     COPY FEEREC
001000         REPLACING ==03== BY ==02==
001010             ==FEE-KEY== BY ==FS-FEE-KEY==
001020             ==FEE-COURSE== BY ==FS-FEE-COURSE==
001030             ==FEE-TERM-CODE== BY ==FS-FEE-TERM-CODE==
001040             ==FEE-TUITION== BY ==FS-FEE-TUITION==
001050             ==FEE-MISC== BY ==FS-FEE-MISC==
001060             ==FEE-REFUND-PCT== BY ==FS-FEE-REFUND-PCT==.

001070 FD  RECEIPT-CONTROL-FILE.
001080 01  RECEIPT-CONTROL-RECORD           PIC 9(07).

001090 FD  OPERATOR-MASTER-FILE.
001100 01  OPERATOR-MASTER-RECORD.
001110     COPY OPERREC
001120         REPLACING ==03== BY ==02==
001130             ==OPER-ID== BY ==OM-OPER-ID==
001140             ==OPER-NAME== BY ==OM-OPER-NAME==
001150             ==OPER-ROLE== BY ==OM-OPER-ROLE==
001160             ==OPER-IS-SUPERVISOR== BY ==OM-OPER-IS-SUPERVISOR==
001170             ==OPER-IS-CLERK== BY ==OM-OPER-IS-CLERK==.

001180 WORKING-STORAGE SECTION.
001190 77  WS-STUDENT-FILE-STATUS        PIC X(02).
001200 77  WS-CTL-FILE-STATUS            PIC X(02).
001210 77  WS-OPER-FILE-STATUS           PIC X(02).

001220     COPY LEDGWRK.

001230 77  WS-SIGNON-ID                  PIC X(08).
001240 77  WS-SIGNON-TRIES               PIC 9 COMP.
001250 77  WS-SIGNON-OK-SW               PIC X(01)    VALUE "N".
001260         88  WS-SIGNON-OK                           VALUE "Y".
001270 77  WS-SIGNON-DENIED-SW           PIC X(01)    VALUE "N".
001280         88  WS-SIGNON-DENIED                       VALUE "Y".
001290 77  WS-SUPERVISOR-SW              PIC X(01)    VALUE "N".
001300         88  WS-SUPERVISOR                          VALUE "Y".

001310 77  WS-SESSION-READY-SW           PIC X(01)    VALUE "N".
001320         88  WS-SESSION-READY                       VALUE "Y".
001330 77  WS-SESSION-DONE-SW            PIC X(01)    VALUE "N".
001340         88  WS-SESSION-DONE                        VALUE "Y".
001350 77  WS-VALID-SW                   PIC X(01).
001360         88  WS-VALID                               VALUE "Y".
001370         88  WS-INVALID                             VALUE "N".

001380 77  WS-LOOKUP-SNO                 PIC X(30).
001390 77  WS-PAY-AMOUNT                 PIC 9(07)V99.
001400 77  WS-CONFIRM-ANSWER             PIC X(01).
001410 77  WS-LAST-SERIAL                PIC 9(07).
001420 77  WS-RECEIPT-NO                 PIC 9(07).
001430 77  WS-PAYMENTS-POSTED            PIC 9(07) COMP VALUE 0.
001440 77  WS-SESSION-TOTAL              PIC 9(09)V99 VALUE 0.
001450 77  WS-SESSION-TOTAL-EDIT         PIC ZZZ,ZZZ,ZZ9.99.

001460 01  WS-DATE-FIELDS.
001470         05  WS-CURRENT-DATE           PIC 9(08).
001480 01  WS-DATE-BREAKDOWN REDEFINES WS-DATE-FIELDS.
001490         05  WS-CUR-YYYY               PIC 9(04).
001500         05  WS-CUR-MM                 PIC 9(02).
001510         05  WS-CUR-DD                 PIC 9(02).

001520 01  WS-TIME-FIELDS.
001530         05  WS-CURRENT-TIME           PIC 9(08).
001540 01  WS-TIME-BREAKDOWN REDEFINES WS-TIME-FIELDS.
001550         05  WS-CUR-HH                 PIC 9(02).
001560         05  WS-CUR-MIN                PIC 9(02).
001570         05  WS-CUR-SEC                PIC 9(02).
001580         05  WS-CUR-HTH                PIC 9(02).

001590 PROCEDURE DIVISION.

001600 0000-MAINLINE.
001610     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001620     IF WS-SESSION-READY
001630         PERFORM 2000-TAKE-ONE-PAYMENT THRU 2000-EXIT
001640             UNTIL WS-SESSION-DONE
001650     END-IF.
001660     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001670     STOP RUN.

001680*****************************************************************
001690*    1000 - SIGN-ON AND FILE OPENS                               *
001700*****************************************************************
001710 1000-INITIALIZE.
001720     PERFORM 8600-OPERATOR-SIGNON THRU 8600-EXIT.
001730     IF WS-SIGNON-DENIED
001740         GO TO 1000-EXIT
001750     END-IF.
001760     OPEN INPUT STUDENT-MASTER-FILE.
001770     IF WS-STUDENT-FILE-STATUS NOT = "00"
001780         DISPLAY "UNABLE TO OPEN STUDMAST. STATUS="
001790             WS-STUDENT-FILE-STATUS
001800         GO TO 1000-EXIT
001810     END-IF.
001820     PERFORM 8200-OPEN-LEDGER-FILES THRU 8200-EXIT.
001830     IF NOT WS-LEDG-READY
001840         DISPLAY "NO PAYMENTS CAN BE POSTED."
001850         PERFORM 8205-CLOSE-LEDGER-FILES THRU 8205-EXIT
001860         CLOSE STUDENT-MASTER-FILE
001870         GO TO 1000-EXIT
001880     END-IF.
001890     MOVE "Y" TO WS-SESSION-READY-SW.
001900 1000-EXIT.
001910     EXIT.

001920*****************************************************************
001930*    2000 - ONE PAYMENT: STUDENT, BALANCE, AMOUNT, RECEIPT       *
001940*****************************************************************
001950 2000-TAKE-ONE-PAYMENT.
001960     DISPLAY " ".
001970     DISPLAY "STUDENT NUMBER (BLANK TO FINISH): "
001980         WITH NO ADVANCING.
001990     MOVE SPACES TO WS-LOOKUP-SNO.
002000     ACCEPT WS-LOOKUP-SNO.
002010     IF WS-LOOKUP-SNO = SPACES
002020         MOVE "Y" TO WS-SESSION-DONE-SW
002030         GO TO 2000-EXIT
002040     END-IF.
002050     MOVE WS-LOOKUP-SNO TO SM-SNO.
002060     READ STUDENT-MASTER-FILE
002070         INVALID KEY
002080             DISPLAY "STUDENT NUMBER NOT FOUND."
002090             GO TO 2000-EXIT
002100     END-READ.
002110     MOVE SM-SNO TO WS-LEDG-SNO.
002120     MOVE SM-ENROLL-TERM TO WS-LEDG-TERM.
002130     PERFORM 8210-SCAN-STUDENT-LEDGER THRU 8210-EXIT.
002140     IF WS-LEDG-FAILED
002150         DISPLAY "LEDGER COULD NOT BE READ. NOTHING POSTED."
002160         GO TO 2000-EXIT
002170     END-IF.
002180     MOVE WS-LEDG-BALANCE TO WS-LEDG-AMOUNT-EDIT.
002190     DISPLAY SM-FULLNAME.
002200     DISPLAY "BALANCE DUE: " WS-LEDG-AMOUNT-EDIT.
002210     PERFORM 3000-ACCEPT-VALID-AMOUNT THRU 3000-EXIT.
002220     IF WS-PAY-AMOUNT = 0
002230         DISPLAY "NOTHING POSTED."
002240         GO TO 2000-EXIT
002250     END-IF.
002260*    AN OVERPAYMENT IS ALLOWED - IT LEAVES A CREDIT BALANCE
002270*    AGAINST THE NEXT TERM - BUT THE CASHIER MUST CONFIRM IT.
002280     IF WS-PAY-AMOUNT > WS-LEDG-BALANCE
002290         DISPLAY "AMOUNT EXCEEDS THE BALANCE DUE. POST IT "
002300             "ANYWAY (Y/N)? " WITH NO ADVANCING
002310         ACCEPT WS-CONFIRM-ANSWER
002320         INSPECT WS-CONFIRM-ANSWER CONVERTING "y" TO "Y"
002330         IF WS-CONFIRM-ANSWER NOT = "Y"
002340             DISPLAY "NOTHING POSTED."
002350             GO TO 2000-EXIT
002360         END-IF
002370     END-IF.
002380     PERFORM 4000-TAKE-NEXT-RECEIPT THRU 4000-EXIT.
002390     IF WS-RECEIPT-NO = 0
002400         DISPLAY "NO RECEIPT NUMBER COULD BE TAKEN. NOTHING "
002410             "POSTED."
002420         GO TO 2000-EXIT
002430     END-IF.
002440     MOVE "P" TO WS-LEDG-TYPE.
002450     COMPUTE WS-LEDG-AMOUNT = 0 - WS-PAY-AMOUNT.
002460     MOVE WS-RECEIPT-NO TO WS-LEDG-REFERENCE.
002470     MOVE "PAYMENT RECEIVED" TO WS-LEDG-DESCRIPTION.
002480     PERFORM 8220-POST-LEDGER-ENTRY THRU 8220-EXIT.
002490     IF WS-LEDG-FAILED
002500         DISPLAY "PAYMENT NOT POSTED; RECEIPT " WS-RECEIPT-NO
002510             " IS VOID."
002520         GO TO 2000-EXIT
002530     END-IF.
002540     ADD 1 TO WS-PAYMENTS-POSTED.
002550     ADD WS-PAY-AMOUNT TO WS-SESSION-TOTAL.
002560     PERFORM 5000-DISPLAY-RECEIPT THRU 5000-EXIT.
002570 2000-EXIT.
002580     EXIT.

002590*    A BLANK OR ZERO AMOUNT BACKS OUT WITHOUT POSTING.
002600 3000-ACCEPT-VALID-AMOUNT.
002610     MOVE "N" TO WS-VALID-SW.
002620     PERFORM 3010-PROMPT-AND-CHECK-AMOUNT THRU 3010-EXIT
002630         UNTIL WS-VALID.
002640 3000-EXIT.
002650     EXIT.

002660 3010-PROMPT-AND-CHECK-AMOUNT.
002670     DISPLAY "AMOUNT RECEIVED (0 TO CANCEL): " WITH NO ADVANCING.
002680     ACCEPT WS-PAY-AMOUNT.
002690     IF WS-PAY-AMOUNT IS NOT NUMERIC
002700         DISPLAY "AMOUNT MUST BE NUMERIC. TRY AGAIN."
002710         GO TO 3010-EXIT
002720     END-IF.
002730     MOVE "Y" TO WS-VALID-SW.
002740 3010-EXIT.
002750     EXIT.

002760*    THE RECEIPT NUMBER COMES OFF THE CONTROL FILE AND GOES
002770*    STRAIGHT BACK INCREMENTED, BEFORE ANYTHING POSTS, SO TWO
002780*    PAYMENTS CAN NEVER SHARE A NUMBER. RECEIPT 0 MEANS NONE.
002790 4000-TAKE-NEXT-RECEIPT.
002800     MOVE 0 TO WS-RECEIPT-NO.
002810     OPEN INPUT RECEIPT-CONTROL-FILE.
002820     MOVE 0 TO WS-LAST-SERIAL.
002830     IF WS-CTL-FILE-STATUS = "35"
002840         CONTINUE
002850     ELSE
002860         IF WS-CTL-FILE-STATUS NOT = "00"
002870             DISPLAY "UNABLE TO READ RCPTCTL. STATUS="
002880                 WS-CTL-FILE-STATUS
002890             GO TO 4000-EXIT
002900         END-IF
002910         READ RECEIPT-CONTROL-FILE
002920             AT END
002930                 CONTINUE
002940             NOT AT END
002950                 MOVE RECEIPT-CONTROL-RECORD TO WS-LAST-SERIAL
002960         END-READ
002970         CLOSE RECEIPT-CONTROL-FILE
002980     END-IF.
002990     COMPUTE WS-RECEIPT-NO = WS-LAST-SERIAL + 1.
003000     OPEN OUTPUT RECEIPT-CONTROL-FILE.
003010     IF WS-CTL-FILE-STATUS NOT = "00"
003020         DISPLAY "UNABLE TO REWRITE RCPTCTL. STATUS="
003030             WS-CTL-FILE-STATUS
003040         MOVE 0 TO WS-RECEIPT-NO
003050         GO TO 4000-EXIT
003060     END-IF.
003070     MOVE WS-RECEIPT-NO TO RECEIPT-CONTROL-RECORD.
003080     WRITE RECEIPT-CONTROL-RECORD.
003090     IF WS-CTL-FILE-STATUS NOT = "00"
003100         DISPLAY "RCPTCTL WRITE FAILED. STATUS="
003110             WS-CTL-FILE-STATUS
003120         MOVE 0 TO WS-RECEIPT-NO
003130     END-IF.
003140     CLOSE RECEIPT-CONTROL-FILE.
003150 4000-EXIT.
003160     EXIT.

003170 5000-DISPLAY-RECEIPT.
003180     DISPLAY "----------------------------------------".
003190     DISPLAY "RECEIPT NO : " WS-RECEIPT-NO.
003200*    THE DATE AND TIME ARE THE ONES THE POST STAMPED; THE LEDGER
003210*    RECORD AREA IS UNDEFINED ONCE THE WRITE SUCCEEDS.
003220     DISPLAY "DATE/TIME  : " WS-CUR-YYYY "-" WS-CUR-MM "-"
003230         WS-CUR-DD " " WS-CUR-HH ":" WS-CUR-MIN ":" WS-CUR-SEC.
003240     DISPLAY "STUDENT    : " WS-LEDG-SNO.
003250     MOVE WS-LEDG-AMOUNT TO WS-LEDG-AMOUNT-EDIT.
003260     DISPLAY "AMOUNT     : " WS-LEDG-AMOUNT-EDIT.
003270     MOVE WS-LEDG-BALANCE TO WS-LEDG-AMOUNT-EDIT.
003280     DISPLAY "NEW BALANCE: " WS-LEDG-AMOUNT-EDIT.
003290     DISPLAY "RECEIVED BY: " WS-SIGNON-ID.
003300     DISPLAY "----------------------------------------".
003310 5000-EXIT.
003320     EXIT.

003330*****************************************************************
003340*    8200 SERIES - STUDENT LEDGER (SEE LEDGIO.CPY)               *
003350*****************************************************************
003360     COPY LEDGIO.

003370*****************************************************************
003380*    8600 - OPERATOR SIGN-ON (SEE SIGNON.CPY)                    *
003390*****************************************************************
003400     COPY SIGNON.

003410*****************************************************************
003420*    9000 - TERMINATION                                          *
003430*****************************************************************
003440 9000-TERMINATE.
003450     IF WS-SESSION-READY
003460         CLOSE STUDENT-MASTER-FILE
003470         PERFORM 8205-CLOSE-LEDGER-FILES THRU 8205-EXIT
003480         MOVE WS-SESSION-TOTAL TO WS-SESSION-TOTAL-EDIT
003490         DISPLAY "PAYMENTS POSTED : " WS-PAYMENTS-POSTED
003500         DISPLAY "TOTAL RECEIVED  : " WS-SESSION-TOTAL-EDIT
003510     END-IF.
003520     DISPLAY "GOODBYE.".
003530 9000-EXIT.
003540     EXIT.
