000010*****************************************************************
000020*                                                                *
000030*    LEDGIO.CPY                                                 *
000040*                                                                *
000050*    PROCEDURE COPY: STUDENT ACCOUNT LEDGER POSTING (LEDGMST,    *
000060*    LAYOUT IN LEDGREC.CPY) AND FEE LOOKUP (FEESCHD, LAYOUT IN   *
000070*    FEEREC.CPY). EVERY PROGRAM THAT CHARGES, CREDITS OR         *
000080*    RE-ASSESSES A STUDENT COPIES THESE PARAGRAPHS SO THE        *
000090*    SEQUENCE, SIGN AND REFUND RULES EXIST IN EXACTLY ONE PLACE. *
000100*                                                                *
000110*    8200 OPENS THE LEDGER I-O (CREATING IT THE FIRST TIME) AND  *
000120*    THE FEE SCHEDULE INPUT; 8205 CLOSES WHAT 8200 OPENED.       *
000130*    8210 SCANS ONE STUDENT'S ENTRIES FOR WS-LEDG-SNO AND        *
000140*    WS-LEDG-TERM. 8220 APPENDS ONE ENTRY FROM THE HAND-OFF      *
000150*    FIELDS UNDER THE NEXT SEQUENCE NUMBER, STAMPED NOW AND      *
000160*    WITH THE SIGNED-ON OPERATOR. 8230 READS THE FEE FOR         *
000170*    WS-LEDG-COURSE AND WS-LEDG-TERM. 8240 RE-ASSESSES A TERM    *
000180*    ALREADY ASSESSED TO THE FULL FEE OF WS-LEDG-COURSE (A       *
000190*    TRANSFER OR REINSTATEMENT), POSTING THE DIFFERENCE AS ONE   *
000200*    ADJUSTMENT. 8250 CREDITS THE WITHDRAWAL REFUND: THE FEE'S   *
000210*    REFUND PERCENT OF THE TERM'S NET CHARGES. A TERM NEVER      *
000220*    ASSESSED IS LEFT ALONE BY BOTH - THE TERM-START BATCH       *
000230*    (SANCHEZ25) ASSESSES IT AT THE STUDENT'S COURSE THEN.       *
000240*                                                                *
000250*    REQUIRES: THE WORKING-STORAGE IN LEDGWRK.CPY; SELECT/FD     *
000260*    LEDGER-FILE (ASSIGN "LEDGMST", INDEXED, ACCESS DYNAMIC,     *
000270*    RECORD KEY LG-LEDG-KEY, STATUS WS-LEDG-FILE-STATUS) WHOSE   *
000280*    RECORD COPIES LEDGREC WITH PREFIX LG-; SELECT/FD            *
000290*    FEE-SCHEDULE-FILE (ASSIGN "FEESCHD", INDEXED, ACCESS        *
000300*    DYNAMIC, RECORD KEY FS-FEE-KEY, STATUS WS-FEE-FILE-STATUS)  *
000310*    WHOSE RECORD COPIES FEEREC WITH PREFIX FS-; WS-SIGNON-ID;   *
000320*    AND THE WS-CURRENT-DATE / WS-CURRENT-TIME REDEFINES         *
000330*    BREAKDOWNS.                                                 *
000340*                                                                *
000350*    MODIFICATION HISTORY                                        *
000360*     DATE       BY   DESCRIPTION                                *
000370*     2026-10-15 JS   INITIAL VERSION                            *
000380*****************************************************************

000390*****************************************************************
000400*    8200 - OPEN THE LEDGER AND THE FEE SCHEDULE                 *
000410*****************************************************************
000420 8200-OPEN-LEDGER-FILES.
000430     MOVE "N" TO WS-LEDG-READY-SW.
000440     MOVE "N" TO WS-FEE-READY-SW.
000450     OPEN I-O LEDGER-FILE.
000460     IF WS-LEDG-FILE-STATUS = "35"
000470         DISPLAY "NO EXISTING LEDGER FILE LEDGMST, STARTING FRESH"
000480         OPEN OUTPUT LEDGER-FILE
000490         CLOSE LEDGER-FILE
000500         OPEN I-O LEDGER-FILE
000510     END-IF.
000520     IF WS-LEDG-FILE-STATUS = "00"
000530         MOVE "Y" TO WS-LEDG-READY-SW
000540     ELSE
000550         DISPLAY "UNABLE TO OPEN LEDGMST. STATUS="
000560             WS-LEDG-FILE-STATUS
000570     END-IF.
000580*    WITHOUT A FEE SCHEDULE NOTHING CAN BE ASSESSED OR
000590*    RE-ASSESSED, BUT PAYMENTS STILL POST.
000600     OPEN INPUT FEE-SCHEDULE-FILE.
000610     IF WS-FEE-FILE-STATUS = "00"
000620         MOVE "Y" TO WS-FEE-READY-SW
000630     ELSE
000640         DISPLAY "FEE SCHEDULE FEESCHD NOT AVAILABLE. STATUS="
000650             WS-FEE-FILE-STATUS
000660         DISPLAY "RUN SANCHEZ24 TO SET UP THE FEES."
000670     END-IF.
000680 8200-EXIT.
000690     EXIT.

000700 8205-CLOSE-LEDGER-FILES.
000710     IF WS-LEDG-READY
000720         CLOSE LEDGER-FILE
000730         MOVE "N" TO WS-LEDG-READY-SW
000740     END-IF.
000750     IF WS-FEE-READY
000760         CLOSE FEE-SCHEDULE-FILE
000770         MOVE "N" TO WS-FEE-READY-SW
000780     END-IF.
000790 8205-EXIT.
000800     EXIT.

000810*****************************************************************
000820*    8210 - SCAN ONE STUDENT'S LEDGER ENTRIES                    *
000830*****************************************************************
000840 8210-SCAN-STUDENT-LEDGER.
000850     MOVE 0 TO WS-LEDG-LAST-SEQ.
000860     MOVE 0 TO WS-LEDG-BALANCE.
000870     MOVE 0 TO WS-LEDG-TERM-NET.
000880     MOVE "N" TO WS-LEDG-ASSESSED-SW.
000890     MOVE "N" TO WS-LEDG-FAILED-SW.
000900     MOVE "N" TO WS-LEDG-EOF-SW.
000910     MOVE WS-LEDG-SNO TO LG-LEDG-SNO.
000920     MOVE 0 TO LG-LEDG-SEQ.
000930     START LEDGER-FILE
000940         KEY IS NOT LESS THAN LG-LEDG-KEY.
000950*    NOTHING AT OR AFTER THE KEY MEANS NO ENTRIES YET.
000960     IF WS-LEDG-FILE-STATUS = "23"
000970         GO TO 8210-EXIT
000980     END-IF.
000990     IF WS-LEDG-FILE-STATUS NOT = "00"
001000         DISPLAY "UNABLE TO READ LEDGMST. STATUS="
001010             WS-LEDG-FILE-STATUS
001020         MOVE "Y" TO WS-LEDG-FAILED-SW
001030         GO TO 8210-EXIT
001040     END-IF.
001050     PERFORM 8215-SCAN-ONE-ENTRY THRU 8215-EXIT
001060         UNTIL WS-LEDG-EOF.
001070 8210-EXIT.
001080     EXIT.

001090*    A HARD READ ERROR FAILS THE SCAN - A SEQUENCE TAKEN FROM
001100*    A HALF-READ LEDGER COULD COLLIDE WITH AN EXISTING ENTRY.
001110 8215-SCAN-ONE-ENTRY.
001120     READ LEDGER-FILE NEXT RECORD.
001130     IF WS-LEDG-FILE-STATUS = "10"
001140         MOVE "Y" TO WS-LEDG-EOF-SW
001150         GO TO 8215-EXIT
001160     END-IF.
001170     IF WS-LEDG-FILE-STATUS NOT = "00"
001180         DISPLAY "LEDGMST READ FAILED. STATUS="
001190             WS-LEDG-FILE-STATUS
001200         MOVE "Y" TO WS-LEDG-FAILED-SW
001210         MOVE "Y" TO WS-LEDG-EOF-SW
001220         GO TO 8215-EXIT
001230     END-IF.
001240     IF LG-LEDG-SNO NOT = WS-LEDG-SNO
001250         MOVE "Y" TO WS-LEDG-EOF-SW
001260         GO TO 8215-EXIT
001270     END-IF.
001280     MOVE LG-LEDG-SEQ TO WS-LEDG-LAST-SEQ.
001290     ADD LG-LEDG-AMOUNT TO WS-LEDG-BALANCE.
001300     IF LG-LEDG-TERM-CODE = WS-LEDG-TERM
001310             AND NOT LG-LEDG-PAYMENT
001320         ADD LG-LEDG-AMOUNT TO WS-LEDG-TERM-NET
001330         IF LG-LEDG-CHARGE
001340             MOVE "Y" TO WS-LEDG-ASSESSED-SW
001350         END-IF
001360     END-IF.
001370 8215-EXIT.
001380     EXIT.

001390*****************************************************************
001400*    8220 - APPEND ONE LEDGER ENTRY, STAMPED NOW                 *
001410*****************************************************************
001420 8220-POST-LEDGER-ENTRY.
001430     PERFORM 8210-SCAN-STUDENT-LEDGER THRU 8210-EXIT.
001440     IF WS-LEDG-FAILED
001450         GO TO 8220-EXIT
001460     END-IF.
001470     IF WS-LEDG-LAST-SEQ = 99999
001480         DISPLAY "LEDGER FOR " WS-LEDG-SNO " HAS NO SEQUENCE "
001490             "NUMBERS LEFT."
001500         MOVE "Y" TO WS-LEDG-FAILED-SW
001510         GO TO 8220-EXIT
001520     END-IF.
001530     MOVE SPACES TO LEDGER-RECORD.
001540     MOVE WS-LEDG-SNO TO LG-LEDG-SNO.
001550     COMPUTE LG-LEDG-SEQ = WS-LEDG-LAST-SEQ + 1.
001560     MOVE WS-LEDG-TERM TO LG-LEDG-TERM-CODE.
001570     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001580     STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD
001590         DELIMITED BY SIZE INTO LG-LEDG-DATE.
001600     ACCEPT WS-CURRENT-TIME FROM TIME.
001610     STRING WS-CUR-HH ":" WS-CUR-MIN ":" WS-CUR-SEC
001620         DELIMITED BY SIZE INTO LG-LEDG-TIME.
001630     MOVE WS-LEDG-TYPE TO LG-LEDG-TYPE.
001640     MOVE WS-LEDG-AMOUNT TO LG-LEDG-AMOUNT.
001650     MOVE WS-LEDG-REFERENCE TO LG-LEDG-REFERENCE.
001660     MOVE WS-LEDG-DESCRIPTION TO LG-LEDG-DESCRIPTION.
001670     MOVE WS-SIGNON-ID TO LG-LEDG-OPERATOR.
001680     WRITE LEDGER-RECORD.
001690     IF WS-LEDG-FILE-STATUS NOT = "00"
001700         DISPLAY "LEDGMST WRITE FAILED. STATUS="
001710             WS-LEDG-FILE-STATUS
001720         MOVE "Y" TO WS-LEDG-FAILED-SW
001730         GO TO 8220-EXIT
001740     END-IF.
001750     ADD WS-LEDG-AMOUNT TO WS-LEDG-BALANCE.
001760 8220-EXIT.
001770     EXIT.

001780*****************************************************************
001790*    8230 - FEE FOR ONE COURSE AND TERM                          *
001800*****************************************************************
001810 8230-LOOK-UP-FEE.
001820     MOVE "N" TO WS-FEE-FOUND-SW.
001830     MOVE 0 TO WS-FEE-TOTAL.
001840     IF NOT WS-FEE-READY
001850         GO TO 8230-EXIT
001860     END-IF.
001870     MOVE WS-LEDG-COURSE TO FS-FEE-COURSE.
001880     MOVE WS-LEDG-TERM TO FS-FEE-TERM-CODE.
001890     READ FEE-SCHEDULE-FILE
001900         INVALID KEY
001910             CONTINUE
001920         NOT INVALID KEY
001930             MOVE "Y" TO WS-FEE-FOUND-SW
001940             COMPUTE WS-FEE-TOTAL = FS-FEE-TUITION + FS-FEE-MISC
001950     END-READ.
001960 8230-EXIT.
001970     EXIT.

001980*****************************************************************
001990*    8240 - RE-ASSESS AN ASSESSED TERM AT THE FULL FEE OF        *
002000*    WS-LEDG-COURSE. THE CALLER SETS THE REFERENCE AND           *
002010*    DESCRIPTION. THE MASTER IS ALREADY UPDATED WHEN THIS RUNS,  *
002020*    SO A FAILURE WARNS INSTEAD OF UNDOING THE CHANGE.           *
002030*****************************************************************
002040 8240-REASSESS-STUDENT.
002050     IF NOT WS-LEDG-READY
002060         DISPLAY "LEDGER NOT AVAILABLE. POST THE FEE "
002070             "ADJUSTMENT FOR " WS-LEDG-SNO " BY HAND."
002080         GO TO 8240-EXIT
002090     END-IF.
002100     PERFORM 8210-SCAN-STUDENT-LEDGER THRU 8210-EXIT.
002110     IF WS-LEDG-FAILED
002120         DISPLAY "POST THE FEE ADJUSTMENT FOR " WS-LEDG-SNO
002130             " BY HAND."
002140         GO TO 8240-EXIT
002150     END-IF.
002160     IF NOT WS-LEDG-ASSESSED
002170         DISPLAY "TERM " WS-LEDG-TERM " NOT YET ASSESSED. NO "
002180             "FEE ADJUSTMENT NEEDED."
002190         GO TO 8240-EXIT
002200     END-IF.
002210     PERFORM 8230-LOOK-UP-FEE THRU 8230-EXIT.
002220     IF NOT WS-FEE-FOUND
002230         DISPLAY "NO FEE FOR " WS-LEDG-COURSE " IN TERM "
002240             WS-LEDG-TERM ". POST THE FEE ADJUSTMENT BY HAND."
002250         GO TO 8240-EXIT
002260     END-IF.
002270     COMPUTE WS-LEDG-AMOUNT = WS-FEE-TOTAL - WS-LEDG-TERM-NET.
002280     IF WS-LEDG-AMOUNT = 0
002290         DISPLAY "TERM CHARGES ALREADY MATCH THE FEE. NO "
002300             "ADJUSTMENT POSTED."
002310         GO TO 8240-EXIT
002320     END-IF.
002330     MOVE "A" TO WS-LEDG-TYPE.
002340     PERFORM 8220-POST-LEDGER-ENTRY THRU 8220-EXIT.
002350     IF WS-LEDG-FAILED
002360         DISPLAY "POST THE FEE ADJUSTMENT FOR " WS-LEDG-SNO
002370             " BY HAND."
002380         GO TO 8240-EXIT
002390     END-IF.
002400     MOVE WS-LEDG-AMOUNT TO WS-LEDG-AMOUNT-EDIT.
002410     DISPLAY "FEE ADJUSTMENT OF " WS-LEDG-AMOUNT-EDIT
002420         " POSTED TO THE LEDGER.".
002430 8240-EXIT.
002440     EXIT.

002450*****************************************************************
002460*    8250 - CREDIT THE WITHDRAWAL REFUND FOR THE TERM            *
002470*****************************************************************
002480 8250-POST-WITHDRAWAL-REFUND.
002490     IF NOT WS-LEDG-READY
002500         DISPLAY "LEDGER NOT AVAILABLE. POST THE WITHDRAWAL "
002510             "REFUND FOR " WS-LEDG-SNO " BY HAND."
002520         GO TO 8250-EXIT
002530     END-IF.
002540     PERFORM 8210-SCAN-STUDENT-LEDGER THRU 8210-EXIT.
002550     IF WS-LEDG-FAILED
002560         DISPLAY "POST THE WITHDRAWAL REFUND FOR " WS-LEDG-SNO
002570             " BY HAND."
002580         GO TO 8250-EXIT
002590     END-IF.
002600     IF NOT WS-LEDG-ASSESSED OR WS-LEDG-TERM-NET NOT > 0
002610         DISPLAY "NO TERM CHARGES ON THE LEDGER. NO REFUND "
002620             "POSTED."
002630         GO TO 8250-EXIT
002640     END-IF.
002650     PERFORM 8230-LOOK-UP-FEE THRU 8230-EXIT.
002660     IF NOT WS-FEE-FOUND
002670         DISPLAY "NO FEE FOR " WS-LEDG-COURSE " IN TERM "
002680             WS-LEDG-TERM ". POST THE WITHDRAWAL REFUND BY HAND."
002690         GO TO 8250-EXIT
002700     END-IF.
002710     COMPUTE WS-LEDG-AMOUNT ROUNDED =
002720         0 - (WS-LEDG-TERM-NET * FS-FEE-REFUND-PCT / 100).
002730     IF WS-LEDG-AMOUNT = 0
002740         DISPLAY "THE FEE CARRIES NO WITHDRAWAL REFUND. NO "
002750             "REFUND POSTED."
002760         GO TO 8250-EXIT
002770     END-IF.
002780     MOVE "A" TO WS-LEDG-TYPE.
002790     MOVE "WITHDRAW" TO WS-LEDG-REFERENCE.
002800     MOVE "WITHDRAWAL REFUND" TO WS-LEDG-DESCRIPTION.
002810     PERFORM 8220-POST-LEDGER-ENTRY THRU 8220-EXIT.
002820     IF WS-LEDG-FAILED
002830         DISPLAY "POST THE WITHDRAWAL REFUND FOR " WS-LEDG-SNO
002840             " BY HAND."
002850         GO TO 8250-EXIT
002860     END-IF.
002870     MOVE WS-LEDG-AMOUNT TO WS-LEDG-AMOUNT-EDIT.
002880     DISPLAY "WITHDRAWAL REFUND OF " WS-LEDG-AMOUNT-EDIT
002890         " POSTED TO THE LEDGER.".
002900 8250-EXIT.
002910     EXIT.
