000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SANCHEZ33.
000030 AUTHOR. J SANCHEZ.
000040 INSTALLATION. REGISTRAR SYSTEMS UNIT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    EMERGENCY CONTACT LOAD                                      *
000100*                                                                *
000110*    POSTS THE ADMISSIONS OFFICE'S EMERGENCY CONTACT FILE        *
000120*    (EMRGLOAD: STUDENT NUMBER, RANK 1-3, NAME, RELATIONSHIP,    *
000130*    GUARDIAN Y/N, TWO PHONE NUMBERS) TO THE CONTACT FILE        *
000140*    (EMRGCON, LAYOUT IN EMRGREC.CPY). EACH LINE SETS ONE RANK   *
000150*    OF ONE STUDENT'S CONTACTS: AN EMPTY RANK IS ADDED, A        *
000160*    FILLED ONE REPLACED, AND A LINE WITH A BLANK NAME REMOVES   *
000170*    THE CONTACT AT THAT RANK (THE ONES BELOW MOVE UP). RANKS    *
000180*    ARE LOADED IN ORDER - A RANK IS REJECTED WHILE THE ONE      *
000190*    ABOVE IT IS EMPTY. CONTACTS MAY BE LOADED BEFORE THE        *
000200*    STUDENT IS ADDED, SO THE BULK LOADER AND BATCH MAINTENANCE  *
000210*    FIND THE GUARDIAN OF A STUDENT UNDER 18 ALREADY ON FILE;    *
000220*    A STUDENT NOT YET ON THE MASTER IS ACCEPTED WITH A NOTE.    *
000230*    A LINE THAT WOULD LEAVE A STUDENT UNDER 18 ON THE MASTER    *
000240*    WITH NO GUARDIAN CONTACT IS REJECTED. EVERY LINE GETS ONE   *
000250*    LINE ON THE ACCEPTANCE/ERROR REPORT (EMRGRPT). THE MASTER   *
000260*    IS ONLY READ.                                               *
000270*                                                                *
000280*    MODIFICATION HISTORY                                        *
000290*     DATE       BY   DESCRIPTION                                *
000300*     2026-10-15 JS   INITIAL VERSION                            *
000310*****************************************************************

000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT STUDENT-MASTER-FILE
000390         ASSIGN TO "STUDMAST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS SM-SNO
000430         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000440     SELECT EMERGENCY-CONTACT-FILE
000450         ASSIGN TO "EMRGCON"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS EC-EMRG-SNO
000490         FILE STATUS IS WS-EMRG-FILE-STATUS.
000500     SELECT CONTACT-LOAD-FILE
000510         ASSIGN TO "EMRGLOAD"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-LOAD-FILE-STATUS.
000540     SELECT CONTACT-REPORT-FILE
000550         ASSIGN TO "EMRGRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-REPORT-FILE-STATUS.
000580     SELECT OPERATOR-MASTER-FILE
000590         ASSIGN TO "OPERMST"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS OM-OPER-ID
000630         FILE STATUS IS WS-OPER-FILE-STATUS.

000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  STUDENT-MASTER-FILE.
000670 01  STUDENT-MASTER-RECORD.
000680     COPY STUDREC
000690         REPLACING ==03== BY ==02==
000700             ==FULLNAME== BY ==SM-FULLNAME==
000710             ==SNO== BY ==SM-SNO==
000720             ==COURSE== BY ==SM-COURSE==
000730             ==CONTACT-INFO== BY ==SM-CONTACT-INFO==
000740             ==MOBILE== BY ==SM-MOBILE==
000750             ==LANDLINE== BY ==SM-LANDLINE==
000760             ==AGE== BY ==SM-AGE==
000770             ==STATUS-CODE== BY ==SM-STATUS-CODE==
000780             ==STUDENT-ACTIVE== BY ==SM-STUDENT-ACTIVE==
000790             ==STUDENT-WITHDRAWN== BY ==SM-STUDENT-WITHDRAWN==
000800             ==STUDENT-GRADUATED== BY ==SM-STUDENT-GRADUATED==
000810             ==STATUS-DATE== BY ==SM-STATUS-DATE==
000820             ==ENROLL-TERM== BY ==SM-ENROLL-TERM==.

000830 FD  EMERGENCY-CONTACT-FILE.
000840 01  EMERGENCY-CONTACT-RECORD.
000850     COPY EMRGREC
000860         REPLACING ==03== BY ==02==
000870             ==EMRG-SNO== BY ==EC-EMRG-SNO==
000880             ==EMRG-CONTACT== BY ==EC-EMRG-CONTACT==
000890             ==EMRG-NAME== BY ==EC-EMRG-NAME==
000900             ==EMRG-RELATION== BY ==EC-EMRG-RELATION==
000910             ==EMRG-GUARDIAN== BY ==EC-EMRG-GUARDIAN==
000920             ==EMRG-IS-GUARDIAN== BY ==EC-EMRG-IS-GUARDIAN==
000930             ==EMRG-PHONE-1== BY ==EC-EMRG-PHONE-1==
000940             ==EMRG-PHONE-2== BY ==EC-EMRG-PHONE-2==
000950             ==EMRG-UPDATED== BY ==EC-EMRG-UPDATED==
000960             ==EMRG-OPERATOR== BY ==EC-EMRG-OPERATOR==.

000970 FD  CONTACT-LOAD-FILE.
000980 01  CONTACT-LOAD-RECORD.
000990     02  CL-SNO                        PIC X(30).
001000     02  CL-RANK                       PIC X(01).
001010     02  CL-NAME                       PIC X(30).
001020     02  CL-RELATION                   PIC X(12).
001030     02  CL-GUARDIAN                   PIC X(01).
001040     02  CL-PHONE-1                    PIC X(11).
001050     02  CL-PHONE-2                    PIC X(11).

001060 FD  CONTACT-REPORT-FILE.
001070 01  CONTACT-REPORT-RECORD            PIC X(132).

001080 FD  OPERATOR-MASTER-FILE.
001090 01  OPERATOR-MASTER-RECORD.
001100     COPY OPERREC
001110         REPLACING ==03== BY ==02==
001120             ==OPER-ID== BY ==OM-OPER-ID==
001130             ==OPER-NAME== BY ==OM-OPER-NAME==
001140             ==OPER-ROLE== BY ==OM-OPER-ROLE==
001150             ==OPER-IS-SUPERVISOR== BY ==OM-OPER-IS-SUPERVISOR==
001160             ==OPER-IS-CLERK== BY ==OM-OPER-IS-CLERK==.

001170 WORKING-STORAGE SECTION.
001180 77  WS-STUDENT-FILE-STATUS        PIC X(02).
001190 77  WS-LOAD-FILE-STATUS           PIC X(02).
001200 77  WS-REPORT-FILE-STATUS         PIC X(02).
001210 77  WS-OPER-FILE-STATUS           PIC X(02).

001220 77  WS-SIGNON-ID                  PIC X(08).
001230 77  WS-SIGNON-TRIES               PIC 9 COMP.
001240 77  WS-SIGNON-OK-SW               PIC X(01)    VALUE "N".
001250         88  WS-SIGNON-OK                           VALUE "Y".
001260 77  WS-SIGNON-DENIED-SW           PIC X(01)    VALUE "N".
001270         88  WS-SIGNON-DENIED                       VALUE "Y".
001280 77  WS-SUPERVISOR-SW              PIC X(01)    VALUE "N".
001290         88  WS-SUPERVISOR                          VALUE "Y".

001300*    EMERGENCY CONTACT HAND-OFF FIELDS AND SWITCHES (EMRGIO.CPY).
001310     COPY EMRGWRK.

001320 77  WS-EOF-SW                     PIC X(01)    VALUE "N".
001330         88  WS-EOF                                 VALUE "Y".
001340         88  WS-NOT-EOF                             VALUE "N".
001350 77  WS-RUN-READY-SW               PIC X(01)    VALUE "N".
001360         88  WS-RUN-READY                           VALUE "Y".
001370         88  WS-RUN-NOT-READY                       VALUE "N".
001380 77  WS-RUN-FAILED-SW              PIC X(01)    VALUE "N".
001390         88  WS-RUN-FAILED                          VALUE "Y".
001400         88  WS-RUN-OK                              VALUE "N".
001410 77  WS-STUDENT-FOUND-SW           PIC X(01).
001420         88  WS-STUDENT-FOUND                       VALUE "Y".
001430         88  WS-STUDENT-NOT-FOUND                   VALUE "N".
001440 77  WS-HAD-GUARDIAN-SW            PIC X(01).
001450         88  WS-HAD-GUARDIAN                        VALUE "Y".

001460*    THE RANK AS A NUMBER ONCE THE LINE HAS PASSED VALIDATION,
001470*    AND THE RANK ABOVE IT FOR THE LOAD-IN-ORDER RULE.
001480 77  WS-LOAD-RANK                  PIC 9(01).
001490 77  WS-RANK-ABOVE                 PIC 9(01).

001500 77  WS-REJECT-REASON              PIC X(40).
001510 77  WS-FAILED-FILE                PIC X(08).
001520 77  WS-FAILED-STATUS              PIC X(02).

001530 77  WS-LINES-READ                 PIC 9(07) COMP VALUE 0.
001540 77  WS-CONTACTS-ADDED             PIC 9(07) COMP VALUE 0.
001550 77  WS-CONTACTS-REPLACED          PIC 9(07) COMP VALUE 0.
001560 77  WS-CONTACTS-REMOVED           PIC 9(07) COMP VALUE 0.
001570 77  WS-LINES-REJECTED             PIC 9(07) COMP VALUE 0.

001580 01  WS-DATE-FIELDS.
001590         05  WS-CURRENT-DATE           PIC 9(08).
001600 01  WS-DATE-BREAKDOWN REDEFINES WS-DATE-FIELDS.
001610         05  WS-CUR-YYYY               PIC 9(04).
001620         05  WS-CUR-MM                 PIC 9(02).
001630         05  WS-CUR-DD                 PIC 9(02).
001640 77  WS-TODAY                      PIC X(10).

001650 01  WS-HEADING-1.
001660         05  FILLER                    PIC X(42)
001670             VALUE " EMERGENCY CONTACT LOAD REPORT".
001680         05  FILLER                    PIC X(10)
001690             VALUE "RUN DATE: ".
001700         05  RH1-RUN-DATE              PIC X(10).

001710 01  WS-HEADING-2.
001720         05  FILLER                    PIC X(01)    VALUE SPACES.
001730         05  FILLER                    PIC X(08)    VALUE "LINE".
001740         05  FILLER                    PIC X(31)
001750             VALUE "STUDENT NUMBER".
001760         05  FILLER                    PIC X(05)
001770             VALUE "RANK".
001780         05  FILLER                    PIC X(31)
001790             VALUE "CONTACT NAME".
001800         05  FILLER                    PIC X(03)
001810             VALUE "G".
001820         05  FILLER                    PIC X(10)
001830             VALUE "RESULT".
001840         05  FILLER                    PIC X(40)
001850             VALUE "REASON".

001860 01  WS-DETAIL-LINE.
001870         05  FILLER                    PIC X(01)    VALUE SPACES.
001880         05  DL-SEQ                    PIC ZZZ,ZZ9.
001890         05  FILLER                    PIC X(01)    VALUE SPACES.
001900         05  DL-SNO                    PIC X(30).
001910         05  FILLER                    PIC X(02)    VALUE SPACES.
001920         05  DL-RANK                   PIC X(01).
001930         05  FILLER                    PIC X(02)    VALUE SPACES.
001940         05  DL-NAME                   PIC X(30).
001950         05  FILLER                    PIC X(01)    VALUE SPACES.
001960         05  DL-GUARDIAN               PIC X(01).
001970         05  FILLER                    PIC X(02)    VALUE SPACES.
001980         05  DL-RESULT                 PIC X(08).
001990         05  FILLER                    PIC X(02)    VALUE SPACES.
002000         05  DL-REASON                 PIC X(40).

002010 01  WS-TOTAL-LINE.
002020         05  FILLER                    PIC X(01)    VALUE SPACES.
002030         05  TL-TEXT                   PIC X(30).
002040         05  TL-COUNT                  PIC Z,ZZZ,ZZ9.

002050 PROCEDURE DIVISION.

002060 0000-MAINLINE.
002070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002080     IF WS-RUN-NOT-READY
002090         DISPLAY "EMERGENCY CONTACT LOAD NOT STARTED."
002100     ELSE
002110         PERFORM 2000-PROCESS-CONTACT-LOAD THRU 2000-EXIT
002120         PERFORM 9000-TERMINATE THRU 9000-EXIT
002130     END-IF.
002140     STOP RUN.

002150*****************************************************************
002160*    1000 - SIGN-ON AND FILE OPENS                               *
002170*****************************************************************
002180 1000-INITIALIZE.
002190     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002200     MOVE SPACES TO WS-TODAY.
002210     STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD
002220         DELIMITED BY SIZE INTO WS-TODAY.
002230*    EVERY CONTACT RECORD IS STAMPED WITH THE OPERATOR.
002240     PERFORM 8600-OPERATOR-SIGNON THRU 8600-EXIT.
002250     IF WS-SIGNON-DENIED
002260         GO TO 1000-EXIT
002270     END-IF.
002280*    THE MASTER GIVES THE STUDENT'S AGE FOR THE GUARDIAN RULE.
002290     OPEN INPUT STUDENT-MASTER-FILE.
002300     IF WS-STUDENT-FILE-STATUS NOT = "00"
002310         DISPLAY "UNABLE TO OPEN STUDMAST. STATUS="
002320             WS-STUDENT-FILE-STATUS
002330         GO TO 1000-EXIT
002340     END-IF.
002350     PERFORM 8060-OPEN-EMRG-FILE THRU 8060-EXIT.
002360     IF NOT WS-EMRG-READY
002370         CLOSE STUDENT-MASTER-FILE
002380         GO TO 1000-EXIT
002390     END-IF.
002400     MOVE "Y" TO WS-RUN-READY-SW.
002410 1000-EXIT.
002420     EXIT.

002430*****************************************************************
002440*    2000 - PROCESS THE CONTACT LOAD FILE                        *
002450*****************************************************************
002460 2000-PROCESS-CONTACT-LOAD.
002470     MOVE "N" TO WS-EOF-SW.
002480     OPEN INPUT CONTACT-LOAD-FILE.
002490     IF WS-LOAD-FILE-STATUS = "35"
002500         DISPLAY "NO CONTACT LOAD FILE EMRGLOAD FOUND. "
002510             "NOTHING TO DO."
002520         GO TO 2000-EXIT
002530     END-IF.
002540     IF WS-LOAD-FILE-STATUS NOT = "00"
002550         DISPLAY "UNABLE TO OPEN EMRGLOAD. STATUS="
002560             WS-LOAD-FILE-STATUS
002570         GO TO 2000-EXIT
002580     END-IF.
002590     OPEN OUTPUT CONTACT-REPORT-FILE.
002600     IF WS-REPORT-FILE-STATUS NOT = "00"
002610         DISPLAY "UNABLE TO OPEN EMRGRPT. STATUS="
002620             WS-REPORT-FILE-STATUS
002630         CLOSE CONTACT-LOAD-FILE
002640         GO TO 2000-EXIT
002650     END-IF.
002660     MOVE WS-TODAY TO RH1-RUN-DATE.
002670     WRITE CONTACT-REPORT-RECORD FROM WS-HEADING-1.
002680     WRITE CONTACT-REPORT-RECORD FROM WS-HEADING-2
002690         AFTER ADVANCING 2.
002700     PERFORM 2100-READ-ONE-LINE THRU 2100-EXIT.
002710     PERFORM 2200-HANDLE-ONE-LINE THRU 2200-EXIT
002720         UNTIL WS-EOF OR WS-RUN-FAILED.
002730     PERFORM 8950-WRITE-TOTALS THRU 8950-EXIT.
002740     CLOSE CONTACT-LOAD-FILE.
002750     CLOSE CONTACT-REPORT-FILE.
002760 2000-EXIT.
002770     EXIT.

002780 2100-READ-ONE-LINE.
002790     READ CONTACT-LOAD-FILE
002800         AT END
002810             MOVE "Y" TO WS-EOF-SW
002820     END-READ.
002830*    A HARD READ ERROR MUST END THE LOOP, NOT RE-PROCESS THE
002840*    LAST LINE FOREVER.
002850     IF WS-NOT-EOF AND WS-LOAD-FILE-STATUS NOT = "00"
002860         DISPLAY "UNABLE TO READ EMRGLOAD. STATUS="
002870             WS-LOAD-FILE-STATUS
002880         MOVE "Y" TO WS-RUN-FAILED-SW
002890         MOVE "Y" TO WS-EOF-SW
002900     END-IF.
002910 2100-EXIT.
002920     EXIT.

002930 2200-HANDLE-ONE-LINE.
002940     ADD 1 TO WS-LINES-READ.
002950     MOVE SPACES TO WS-REJECT-REASON.
002960     INSPECT CL-GUARDIAN CONVERTING "yn" TO "YN".
002970     PERFORM 2300-VALIDATE-FIELDS THRU 2300-EXIT.
002980     IF WS-REJECT-REASON NOT = SPACES
002990         PERFORM 7100-REPORT-REJECTED THRU 7100-EXIT
003000         GO TO 2290-READ-NEXT
003010     END-IF.
003020     PERFORM 2400-READ-STUDENT THRU 2400-EXIT.
003030     IF WS-RUN-FAILED
003040         GO TO 2290-READ-NEXT
003050     END-IF.
003060     MOVE CL-SNO TO WS-EMRG-SNO.
003070     PERFORM 8070-READ-EMRG-RECORD THRU 8070-EXIT.
003080     IF WS-EMRG-FAILED
003090         MOVE "EMRGCON" TO WS-FAILED-FILE
003100         MOVE WS-EMRG-FILE-STATUS TO WS-FAILED-STATUS
003110         PERFORM 7300-REPORT-HARD-ERROR THRU 7300-EXIT
003120         GO TO 2290-READ-NEXT
003130     END-IF.
003140     PERFORM 3000-APPLY-CONTACT THRU 3000-EXIT.
003150 2290-READ-NEXT.
003160     PERFORM 2100-READ-ONE-LINE THRU 2100-EXIT.
003170 2200-EXIT.
003180     EXIT.

003190*    A LINE WITH A BLANK NAME IS A REMOVAL AND NEEDS ONLY THE
003200*    STUDENT NUMBER AND RANK; ANY OTHER LINE IS A FULL CONTACT.
003210 2300-VALIDATE-FIELDS.
003220     EVALUATE TRUE
003230         WHEN CL-SNO = SPACES
003240             MOVE "STUDENT NUMBER IS BLANK" TO WS-REJECT-REASON
003250         WHEN CL-RANK NOT = "1" AND CL-RANK NOT = "2"
003260                 AND CL-RANK NOT = "3"
003270             MOVE "RANK MUST BE 1, 2 OR 3" TO WS-REJECT-REASON
003280         WHEN CL-NAME = SPACES
003290             CONTINUE
003300         WHEN CL-RELATION = SPACES
003310             MOVE "RELATIONSHIP IS BLANK" TO WS-REJECT-REASON
003320         WHEN CL-GUARDIAN NOT = "Y" AND CL-GUARDIAN NOT = "N"
003330             MOVE "GUARDIAN FLAG MUST BE Y OR N"
003340                 TO WS-REJECT-REASON
003350         WHEN CL-PHONE-1 = SPACES
003360             MOVE "FIRST PHONE NUMBER IS BLANK"
003370                 TO WS-REJECT-REASON
003380     END-EVALUATE.
003390     IF WS-REJECT-REASON NOT = SPACES OR CL-NAME = SPACES
003400         GO TO 2300-EXIT
003410     END-IF.
003420     MOVE CL-PHONE-1 TO WS-EMRG-PHONE-CHECK.
003430     PERFORM 8090-CHECK-PHONE THRU 8090-EXIT.
003440     IF NOT WS-EMRG-PHONE-OK
003450         MOVE "FIRST PHONE NUMBER NOT NUMERIC" TO WS-REJECT-REASON
003460         GO TO 2300-EXIT
003470     END-IF.
003480     MOVE CL-PHONE-2 TO WS-EMRG-PHONE-CHECK.
003490     PERFORM 8090-CHECK-PHONE THRU 8090-EXIT.
003500     IF NOT WS-EMRG-PHONE-OK
003510         MOVE "SECOND PHONE NUMBER NOT NUMERIC"
003520             TO WS-REJECT-REASON
003530     END-IF.
003540 2300-EXIT.
003550     EXIT.

003560*    A HARD READ ERROR ON THE MASTER STOPS THE RUN; IT MUST NOT
003570*    BE MISTAKEN FOR A STUDENT NOT YET ADDED.
003580 2400-READ-STUDENT.
003590     MOVE "N" TO WS-STUDENT-FOUND-SW.
003600     MOVE CL-SNO TO SM-SNO.
003610     READ STUDENT-MASTER-FILE
003620         INVALID KEY
003630             CONTINUE
003640     END-READ.
003650     EVALUATE WS-STUDENT-FILE-STATUS
003660         WHEN "00"
003670             MOVE "Y" TO WS-STUDENT-FOUND-SW
003680         WHEN "23"
003690             CONTINUE
003700         WHEN OTHER
003710             MOVE "STUDMAST" TO WS-FAILED-FILE
003720             MOVE WS-STUDENT-FILE-STATUS TO WS-FAILED-STATUS
003730             PERFORM 7300-REPORT-HARD-ERROR THRU 7300-EXIT
003740     END-EVALUATE.
003750 2400-EXIT.
003760     EXIT.

003770*****************************************************************
003780*    3000 - ADD, REPLACE OR REMOVE THE CONTACT AT ONE RANK       *
003790*****************************************************************
003800 3000-APPLY-CONTACT.
003810     MOVE CL-RANK TO WS-LOAD-RANK.
003820     PERFORM 8075-CHECK-GUARDIAN THRU 8075-EXIT.
003830     MOVE WS-EMRG-GUARDIAN-SW TO WS-HAD-GUARDIAN-SW.
003840     IF CL-NAME = SPACES
003850         IF EC-EMRG-NAME(WS-LOAD-RANK) = SPACES
003860             MOVE "NO CONTACT AT THAT RANK TO REMOVE"
003870                 TO WS-REJECT-REASON
003880             PERFORM 7100-REPORT-REJECTED THRU 7100-EXIT
003890             GO TO 3000-EXIT
003900         END-IF
003910         MOVE "REMOVED" TO DL-RESULT
003920         MOVE SPACES TO EC-EMRG-CONTACT(WS-LOAD-RANK)
003930     ELSE
003940         IF WS-LOAD-RANK > 1
003950             COMPUTE WS-RANK-ABOVE = WS-LOAD-RANK - 1
003960             IF EC-EMRG-NAME(WS-RANK-ABOVE) = SPACES
003970                 MOVE "RANK ABOVE IS EMPTY. LOAD RANKS IN ORDER"
003980                     TO WS-REJECT-REASON
003990                 PERFORM 7100-REPORT-REJECTED THRU 7100-EXIT
004000                 GO TO 3000-EXIT
004010             END-IF
004020         END-IF
004030         IF EC-EMRG-NAME(WS-LOAD-RANK) = SPACES
004040             MOVE "ADDED" TO DL-RESULT
004050         ELSE
004060             MOVE "REPLACED" TO DL-RESULT
004070         END-IF
004080         MOVE CL-NAME TO EC-EMRG-NAME(WS-LOAD-RANK)
004090         MOVE CL-RELATION TO EC-EMRG-RELATION(WS-LOAD-RANK)
004100         MOVE CL-GUARDIAN TO EC-EMRG-GUARDIAN(WS-LOAD-RANK)
004110         MOVE CL-PHONE-1 TO EC-EMRG-PHONE-1(WS-LOAD-RANK)
004120         MOVE CL-PHONE-2 TO EC-EMRG-PHONE-2(WS-LOAD-RANK)
004130     END-IF.
004140*    A STUDENT UNDER 18 ALREADY ON THE MASTER MAY NOT LOSE THEIR
004150*    LAST GUARDIAN CONTACT; ONE WITHOUT A GUARDIAN YET IS NO
004160*    WORSE OFF FOR A NEW NON-GUARDIAN CONTACT.
004170     PERFORM 8075-CHECK-GUARDIAN THRU 8075-EXIT.
004180     IF WS-STUDENT-FOUND AND SM-AGE < 18
004190             AND WS-HAD-GUARDIAN AND NOT WS-EMRG-HAS-GUARDIAN
004200         MOVE "UNDER 18 - WOULD LEAVE NO GUARDIAN"
004210             TO WS-REJECT-REASON
004220         PERFORM 7100-REPORT-REJECTED THRU 7100-EXIT
004230         GO TO 3000-EXIT
004240     END-IF.
004250     PERFORM 8080-SAVE-EMRG-RECORD THRU 8080-EXIT.
004260     IF WS-EMRG-FAILED
004270         MOVE "EMRGCON" TO WS-FAILED-FILE
004280         MOVE WS-EMRG-FILE-STATUS TO WS-FAILED-STATUS
004290         PERFORM 7300-REPORT-HARD-ERROR THRU 7300-EXIT
004300         GO TO 3000-EXIT
004310     END-IF.
004320     EVALUATE DL-RESULT
004330         WHEN "ADDED"
004340             ADD 1 TO WS-CONTACTS-ADDED
004350         WHEN "REPLACED"
004360             ADD 1 TO WS-CONTACTS-REPLACED
004370         WHEN OTHER
004380             ADD 1 TO WS-CONTACTS-REMOVED
004390     END-EVALUATE.
004400     IF WS-STUDENT-NOT-FOUND
004410         MOVE "STUDENT NOT YET ON MASTER" TO WS-REJECT-REASON
004420     END-IF.
004430     PERFORM 7200-REPORT-ACCEPTED THRU 7200-EXIT.
004440 3000-EXIT.
004450     EXIT.

004460*****************************************************************
004470*    7000 SERIES - ONE REPORT LINE PER CONTACT LOAD LINE         *
004480*****************************************************************
004490 7100-REPORT-REJECTED.
004500     ADD 1 TO WS-LINES-REJECTED.
004510     MOVE "REJECTED" TO DL-RESULT.
004520     PERFORM 7900-WRITE-DETAIL THRU 7900-EXIT.
004530 7100-EXIT.
004540     EXIT.

004550*    THE CALLER SETS THE RESULT (ADDED, REPLACED OR REMOVED) AND
004560*    ANY NOTE IN THE REASON COLUMN.
004570 7200-REPORT-ACCEPTED.
004580     PERFORM 7900-WRITE-DETAIL THRU 7900-EXIT.
004590 7200-EXIT.
004600     EXIT.

004610*    A HARD I-O ERROR STOPS THE RUN SO THE SAME LINE IS NOT
004620*    HALF-APPLIED TWICE; THE REPORT SHOWS WHERE IT STOPPED.
004630 7300-REPORT-HARD-ERROR.
004640     MOVE "Y" TO WS-RUN-FAILED-SW.
004650     MOVE SPACES TO WS-REJECT-REASON.
004660     STRING WS-FAILED-FILE " I-O ERROR STATUS="
004670         WS-FAILED-STATUS ". RUN STOPPED."
004680         DELIMITED BY SIZE INTO WS-REJECT-REASON.
004690     ADD 1 TO WS-LINES-REJECTED.
004700     MOVE "REJECTED" TO DL-RESULT.
004710     PERFORM 7900-WRITE-DETAIL THRU 7900-EXIT.
004720     DISPLAY WS-FAILED-FILE " I-O ERROR. STATUS="
004730         WS-FAILED-STATUS " RUN STOPPED.".
004740 7300-EXIT.
004750     EXIT.

004760 7900-WRITE-DETAIL.
004770     MOVE WS-LINES-READ TO DL-SEQ.
004780     MOVE CL-SNO TO DL-SNO.
004790     MOVE CL-RANK TO DL-RANK.
004800     MOVE CL-NAME TO DL-NAME.
004810     MOVE CL-GUARDIAN TO DL-GUARDIAN.
004820     MOVE WS-REJECT-REASON TO DL-REASON.
004830     WRITE CONTACT-REPORT-RECORD FROM WS-DETAIL-LINE
004840         AFTER ADVANCING 1.
004850 7900-EXIT.
004860     EXIT.

004870*****************************************************************
004880*    8060-8091 - EMERGENCY CONTACTS (SEE EMRGIO.CPY)             *
004890*****************************************************************
004900     COPY EMRGIO.

004910*****************************************************************
004920*    8600 - OPERATOR SIGN-ON (SEE SIGNON.CPY)                    *
004930*****************************************************************
004940     COPY SIGNON.

004950*****************************************************************
004960*    8950 - REPORT TOTALS                                        *
004970*****************************************************************
004980 8950-WRITE-TOTALS.
004990     MOVE SPACES TO WS-TOTAL-LINE.
005000     MOVE "CONTACT LOAD LINES READ" TO TL-TEXT.
005010     MOVE WS-LINES-READ TO TL-COUNT.
005020     WRITE CONTACT-REPORT-RECORD FROM WS-TOTAL-LINE
005030         AFTER ADVANCING 2.
005040     MOVE "CONTACTS ADDED" TO TL-TEXT.
005050     MOVE WS-CONTACTS-ADDED TO TL-COUNT.
005060     WRITE CONTACT-REPORT-RECORD FROM WS-TOTAL-LINE
005070         AFTER ADVANCING 1.
005080     MOVE "CONTACTS REPLACED" TO TL-TEXT.
005090     MOVE WS-CONTACTS-REPLACED TO TL-COUNT.
005100     WRITE CONTACT-REPORT-RECORD FROM WS-TOTAL-LINE
005110         AFTER ADVANCING 1.
005120     MOVE "CONTACTS REMOVED" TO TL-TEXT.
005130     MOVE WS-CONTACTS-REMOVED TO TL-COUNT.
005140     WRITE CONTACT-REPORT-RECORD FROM WS-TOTAL-LINE
005150         AFTER ADVANCING 1.
005160     MOVE "LINES REJECTED" TO TL-TEXT.
005170     MOVE WS-LINES-REJECTED TO TL-COUNT.
005180     WRITE CONTACT-REPORT-RECORD FROM WS-TOTAL-LINE
005190         AFTER ADVANCING 1.
005200     IF WS-RUN-FAILED
005210         MOVE "RUN STOPPED ON I-O ERROR" TO TL-TEXT
005220         MOVE 0 TO TL-COUNT
005230         WRITE CONTACT-REPORT-RECORD FROM WS-TOTAL-LINE
005240             AFTER ADVANCING 1
005250     END-IF.
005260 8950-EXIT.
005270     EXIT.

005280*****************************************************************
005290*    9000 - TERMINATION                                          *
005300*****************************************************************
005310 9000-TERMINATE.
005320     CLOSE STUDENT-MASTER-FILE.
005330     PERFORM 8065-CLOSE-EMRG-FILE THRU 8065-EXIT.
005340     IF WS-RUN-FAILED
005350         DISPLAY "EMERGENCY CONTACT LOAD STOPPED ON ERROR."
005360     ELSE
005370         DISPLAY "EMERGENCY CONTACT LOAD COMPLETE."
005380     END-IF.
005390     DISPLAY "LINES READ         : " WS-LINES-READ.
005400     DISPLAY "CONTACTS ADDED     : " WS-CONTACTS-ADDED.
005410     DISPLAY "CONTACTS REPLACED  : " WS-CONTACTS-REPLACED.
005420     DISPLAY "CONTACTS REMOVED   : " WS-CONTACTS-REMOVED.
005430     DISPLAY "LINES REJECTED     : " WS-LINES-REJECTED.
005440 9000-EXIT.
005450     EXIT.
