000010*****************************************************************
000020*                                                                *
000030*    PENDIO.CPY                                                 *
000040*                                                                *
000050*    PROCEDURE COPY: HOLDING A CLERK'S NAME OR COURSE CHANGE ON  *
000060*    THE PENDING-CHANGE FILE (PENDCHG, LAYOUT IN PENDREC.CPY)    *
000070*    FOR A SUPERVISOR TO APPROVE. EVERY PROGRAM THAT CHANGES     *
000080*    STUDENT NAMES OR COURSES COPIES THESE PARAGRAPHS SO THE     *
000090*    ONE-PENDING-REQUEST RULE EXISTS IN EXACTLY ONE PLACE.       *
000100*                                                                *
000110*    8120 OPENS THE PENDING-CHANGE FILE I-O (CREATING IT THE     *
000120*    FIRST TIME); 8125 CLOSES IT. 8130 LOOKS FOR A REQUEST STILL *
000130*    PENDING FOR WS-PEND-SNO AND SETS WS-PEND-OPEN-FOUND. 8140   *
000140*    WRITES A NEW PENDING REQUEST FROM THE HAND-OFF FIELDS,      *
000150*    STAMPED WITH THE DATE, TIME AND SIGNED-ON OPERATOR. BOTH    *
000160*    SET WS-PEND-FAILED ON A HARD I-O ERROR OR A MISSING FILE.   *
000170*    8130 REPOSITIONS THE FILE AND OVERWRITES ITS RECORD AREA.   *
000180*                                                                *
000190*    REQUIRES: THE WORKING-STORAGE IN PENDWRK.CPY; SELECT/FD     *
000200*    PENDING-CHANGE-FILE (ASSIGN "PENDCHG", INDEXED, ACCESS      *
000210*    DYNAMIC, RECORD KEY PC-PEND-KEY, STATUS                     *
000220*    WS-PEND-FILE-STATUS) WHOSE RECORD COPIES PENDREC WITH       *
000230*    PREFIX PC-; WS-SIGNON-ID; AND THE WS-CURRENT-DATE AND       *
000240*    WS-CURRENT-TIME REDEFINES BREAKDOWNS.                       *
000250*                                                                *
000260*    MODIFICATION HISTORY                                        *
000270*     DATE       BY   DESCRIPTION                                *
000280*     2026-10-15 JS   INITIAL VERSION                            *
000290*****************************************************************

000300*****************************************************************
000310*    8120 - OPEN THE PENDING-CHANGE FILE                         *
000320*****************************************************************
000330 8120-OPEN-PEND-FILE.
000340     MOVE "N" TO WS-PEND-READY-SW.
000350     OPEN I-O PENDING-CHANGE-FILE.
000360     IF WS-PEND-FILE-STATUS = "35"
000370         DISPLAY "NO EXISTING PENDING-CHANGE FILE PENDCHG, "
000380             "STARTING FRESH"
000390         OPEN OUTPUT PENDING-CHANGE-FILE
000400         CLOSE PENDING-CHANGE-FILE
000410         OPEN I-O PENDING-CHANGE-FILE
000420     END-IF.
000430     IF WS-PEND-FILE-STATUS NOT = "00"
000440         DISPLAY "UNABLE TO OPEN PENDCHG. STATUS="
000450             WS-PEND-FILE-STATUS
000460         GO TO 8120-EXIT
000470     END-IF.
000480     MOVE "Y" TO WS-PEND-READY-SW.
000490 8120-EXIT.
000500     EXIT.

000510 8125-CLOSE-PEND-FILE.
000520     IF WS-PEND-READY
000530         CLOSE PENDING-CHANGE-FILE
000540         MOVE "N" TO WS-PEND-READY-SW
000550     END-IF.
000560 8125-EXIT.
000570     EXIT.

000580*****************************************************************
000590*    8130 - IS A REQUEST STILL PENDING FOR WS-PEND-SNO? THE      *
000600*    STUDENT'S REQUESTS READ TOGETHER IN DATE AND TIME ORDER.    *
000610*****************************************************************
000620 8130-FIND-OPEN-PENDING.
000630     MOVE "N" TO WS-PEND-OPEN-SW.
000640     MOVE "N" TO WS-PEND-FAILED-SW.
000650     IF NOT WS-PEND-READY
000660         DISPLAY "PENDING-CHANGE FILE PENDCHG IS NOT AVAILABLE."
000670         MOVE "Y" TO WS-PEND-FAILED-SW
000680         GO TO 8130-EXIT
000690     END-IF.
000700     MOVE "N" TO WS-PEND-SCAN-EOF-SW.
000710     MOVE WS-PEND-SNO TO PC-PEND-SNO.
000720     MOVE LOW-VALUES TO PC-PEND-REQ-DATE.
000730     MOVE LOW-VALUES TO PC-PEND-REQ-TIME.
000740     START PENDING-CHANGE-FILE
000750         KEY IS NOT LESS THAN PC-PEND-KEY.
000760     IF WS-PEND-FILE-STATUS NOT = "00"
000770         MOVE "Y" TO WS-PEND-SCAN-EOF-SW
000780         IF WS-PEND-FILE-STATUS NOT = "23"
000790             MOVE "Y" TO WS-PEND-FAILED-SW
000800             DISPLAY "UNABLE TO READ PENDCHG. STATUS="
000810                 WS-PEND-FILE-STATUS
000820         END-IF
000830     END-IF.
000840     PERFORM 8135-CHECK-ONE-PENDING THRU 8135-EXIT
000850         UNTIL WS-PEND-SCAN-EOF OR WS-PEND-OPEN-FOUND.
000860 8130-EXIT.
000870     EXIT.

000880 8135-CHECK-ONE-PENDING.
000890     READ PENDING-CHANGE-FILE NEXT RECORD.
000900     IF WS-PEND-FILE-STATUS NOT = "00"
000910         MOVE "Y" TO WS-PEND-SCAN-EOF-SW
000920         IF WS-PEND-FILE-STATUS NOT = "10"
000930             MOVE "Y" TO WS-PEND-FAILED-SW
000940             DISPLAY "UNABLE TO READ PENDCHG. STATUS="
000950                 WS-PEND-FILE-STATUS
000960         END-IF
000970         GO TO 8135-EXIT
000980     END-IF.
000990     IF PC-PEND-SNO NOT = WS-PEND-SNO
001000         MOVE "Y" TO WS-PEND-SCAN-EOF-SW
001010         GO TO 8135-EXIT
001020     END-IF.
001030     IF PC-PEND-IS-PENDING
001040         MOVE "Y" TO WS-PEND-OPEN-SW
001050     END-IF.
001060 8135-EXIT.
001070     EXIT.

001080*****************************************************************
001090*    8140 - HOLD ONE CHANGE FOR APPROVAL. THE CALLER HAS ALREADY *
001100*    CHECKED WITH 8130 THAT NOTHING IS PENDING FOR THE STUDENT.  *
001110*****************************************************************
001120 8140-QUEUE-PENDING-CHANGE.
001130     MOVE "N" TO WS-PEND-FAILED-SW.
001140     IF NOT WS-PEND-READY
001150         DISPLAY "PENDING-CHANGE FILE PENDCHG IS NOT AVAILABLE."
001160         MOVE "Y" TO WS-PEND-FAILED-SW
001170         GO TO 8140-EXIT
001180     END-IF.
001190     MOVE SPACES TO PENDING-CHANGE-RECORD.
001200     MOVE WS-PEND-SNO TO PC-PEND-SNO.
001210     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001220     STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD
001230         DELIMITED BY SIZE INTO PC-PEND-REQ-DATE.
001240     ACCEPT WS-CURRENT-TIME FROM TIME.
001250     STRING WS-CUR-HH ":" WS-CUR-MIN ":" WS-CUR-SEC
001260         DELIMITED BY SIZE INTO PC-PEND-REQ-TIME.
001270     MOVE WS-SIGNON-ID TO PC-PEND-REQ-OPERATOR.
001280     MOVE WS-PEND-SOURCE TO PC-PEND-SOURCE.
001290     MOVE WS-PEND-OLD-NAME TO PC-PEND-OLD-NAME.
001300     MOVE WS-PEND-NEW-NAME TO PC-PEND-NEW-NAME.
001310     MOVE WS-PEND-OLD-COURSE TO PC-PEND-OLD-COURSE.
001320     MOVE WS-PEND-NEW-COURSE TO PC-PEND-NEW-COURSE.
001330     MOVE "P" TO PC-PEND-STATUS.
001340     WRITE PENDING-CHANGE-RECORD.
001350     IF WS-PEND-FILE-STATUS NOT = "00"
001360         DISPLAY "UNABLE TO WRITE PENDCHG. STATUS="
001370             WS-PEND-FILE-STATUS
001380         MOVE "Y" TO WS-PEND-FAILED-SW
001390     END-IF.
001400 8140-EXIT.
001410     EXIT.
