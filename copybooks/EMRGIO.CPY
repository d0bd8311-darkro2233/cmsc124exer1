000010*****************************************************************
000020*                                                                *
000030*    EMRGIO.CPY                                                 *
000040*                                                                *
000050*    PROCEDURE COPY: READING, CHECKING AND SAVING ONE STUDENT'S  *
000060*    EMERGENCY CONTACTS (EMRGCON, LAYOUT IN EMRGREC.CPY). EVERY  *
000070*    PROGRAM THAT ADDS STUDENTS OR KEEPS CONTACTS COPIES THESE   *
000080*    PARAGRAPHS SO THE GUARDIAN RULE FOR STUDENTS UNDER 18       *
000090*    EXISTS IN EXACTLY ONE PLACE.                                *
000100*                                                                *
000110*    8060 OPENS THE CONTACT FILE I-O (CREATING IT THE FIRST      *
000120*    TIME); 8065 CLOSES IT. 8070 READS THE RECORD FOR            *
000130*    WS-EMRG-SNO INTO THE RECORD AREA, OR BLANKS THE AREA FOR A  *
000140*    NEW ONE. 8075 COUNTS THE CONTACTS IN THE RECORD AREA AND    *
000150*    SETS WS-EMRG-HAS-GUARDIAN WHEN ANY OF THEM IS A GUARDIAN;   *
000160*    8078 DOES BOTH FOR A BATCH ADD THAT ONLY NEEDS TO KNOW      *
000170*    WHETHER A GUARDIAN IS ALREADY ON FILE.                      *
000180*    8080 SAVES THE RECORD AREA: THE RANKS ARE CLOSED UP, THE    *
000190*    DATE AND OPERATOR STAMPED, AND THE RECORD WRITTEN,          *
000200*    REWRITTEN, OR DELETED WHEN NO CONTACT IS LEFT. 8090         *
000210*    CHECKS A PHONE NUMBER IN WS-EMRG-PHONE-CHECK. ALL SET       *
000220*    WS-EMRG-FAILED ON A HARD I-O ERROR.                         *
000230*                                                                *
000240*    REQUIRES: THE WORKING-STORAGE IN EMRGWRK.CPY; SELECT/FD     *
000250*    EMERGENCY-CONTACT-FILE (ASSIGN "EMRGCON", INDEXED, ACCESS   *
000260*    DYNAMIC, RECORD KEY EC-EMRG-SNO, STATUS                     *
000270*    WS-EMRG-FILE-STATUS) WHOSE RECORD COPIES EMRGREC WITH       *
000280*    PREFIX EC-; WS-SIGNON-ID; AND THE WS-CURRENT-DATE           *
000290*    REDEFINES BREAKDOWN.                                        *
000300*                                                                *
000310*    MODIFICATION HISTORY                                        *
000320*     DATE       BY   DESCRIPTION                                *
000330*     2026-10-15 JS   INITIAL VERSION                            *
000340*****************************************************************

000350*****************************************************************
000360*    8060 - OPEN THE EMERGENCY CONTACT FILE                      *
000370*****************************************************************
000380 8060-OPEN-EMRG-FILE.
000390     MOVE "N" TO WS-EMRG-READY-SW.
000400     OPEN I-O EMERGENCY-CONTACT-FILE.
000410     IF WS-EMRG-FILE-STATUS = "35"
000420         DISPLAY "NO EXISTING EMERGENCY CONTACT FILE EMRGCON, "
000430             "STARTING FRESH"
000440         OPEN OUTPUT EMERGENCY-CONTACT-FILE
000450         CLOSE EMERGENCY-CONTACT-FILE
000460         OPEN I-O EMERGENCY-CONTACT-FILE
000470     END-IF.
000480     IF WS-EMRG-FILE-STATUS NOT = "00"
000490         DISPLAY "UNABLE TO OPEN EMRGCON. STATUS="
000500             WS-EMRG-FILE-STATUS
000510         GO TO 8060-EXIT
000520     END-IF.
000530     MOVE "Y" TO WS-EMRG-READY-SW.
000540 8060-EXIT.
000550     EXIT.

000560 8065-CLOSE-EMRG-FILE.
000570     IF WS-EMRG-READY
000580         CLOSE EMERGENCY-CONTACT-FILE
000590         MOVE "N" TO WS-EMRG-READY-SW
000600     END-IF.
000610 8065-EXIT.
000620     EXIT.

000630*****************************************************************
000640*    8070 - READ ONE STUDENT'S CONTACTS                          *
000650*****************************************************************
000660 8070-READ-EMRG-RECORD.
000670     MOVE "N" TO WS-EMRG-ON-FILE-SW.
000680     MOVE "N" TO WS-EMRG-FAILED-SW.
000690     MOVE WS-EMRG-SNO TO EC-EMRG-SNO.
000700     READ EMERGENCY-CONTACT-FILE
000710         INVALID KEY
000720             CONTINUE
000730     END-READ.
000740     EVALUATE WS-EMRG-FILE-STATUS
000750         WHEN "00"
000760             MOVE "Y" TO WS-EMRG-ON-FILE-SW
000770         WHEN "23"
000780             MOVE SPACES TO EMERGENCY-CONTACT-RECORD
000790             MOVE WS-EMRG-SNO TO EC-EMRG-SNO
000800         WHEN OTHER
000810             MOVE "Y" TO WS-EMRG-FAILED-SW
000820             DISPLAY "UNABLE TO READ EMRGCON. STATUS="
000830                 WS-EMRG-FILE-STATUS
000840     END-EVALUATE.
000850 8070-EXIT.
000860     EXIT.

000870*****************************************************************
000880*    8075 - COUNT THE CONTACTS AND LOOK FOR A GUARDIAN           *
000890*****************************************************************
000900 8075-CHECK-GUARDIAN.
000910     MOVE 0 TO WS-EMRG-COUNT.
000920     MOVE "N" TO WS-EMRG-GUARDIAN-SW.
000930     PERFORM 8076-CHECK-ONE-CONTACT THRU 8076-EXIT
000940         VARYING WS-EMRG-IX FROM 1 BY 1
000950         UNTIL WS-EMRG-IX > 3.
000960 8075-EXIT.
000970     EXIT.

000980 8076-CHECK-ONE-CONTACT.
000990     IF EC-EMRG-NAME(WS-EMRG-IX) = SPACES
001000         GO TO 8076-EXIT
001010     END-IF.
001020     ADD 1 TO WS-EMRG-COUNT.
001030     IF EC-EMRG-IS-GUARDIAN(WS-EMRG-IX)
001040         MOVE "Y" TO WS-EMRG-GUARDIAN-SW
001050     END-IF.
001060 8076-EXIT.
001070     EXIT.
001080*****************************************************************
001090*    8078 - IS A GUARDIAN ALREADY ON FILE FOR WS-EMRG-SNO? A     *
001100*    MISSING CONTACT FILE COUNTS AS NO GUARDIAN; A HARD READ     *
001110*    ERROR SETS WS-EMRG-FAILED FOR THE CALLER TO STOP ON.        *
001120*****************************************************************
001130 8078-FIND-GUARDIAN-ON-FILE.
001140     MOVE "N" TO WS-EMRG-GUARDIAN-SW.
001150     MOVE "N" TO WS-EMRG-FAILED-SW.
001160     IF NOT WS-EMRG-READY
001170         GO TO 8078-EXIT
001180     END-IF.
001190     PERFORM 8070-READ-EMRG-RECORD THRU 8070-EXIT.
001200     IF WS-EMRG-ON-FILE
001210         PERFORM 8075-CHECK-GUARDIAN THRU 8075-EXIT
001220     END-IF.
001230 8078-EXIT.
001240     EXIT.

001250*****************************************************************
001260*    8080 - SAVE THE RECORD AREA. THE CALLER HAS ALREADY READ    *
001270*    THE RECORD WITH 8070, SO WS-EMRG-ON-FILE SAYS WHETHER       *
001280*    THIS IS A WRITE OR A REWRITE.                               *
001290*****************************************************************
001300 8080-SAVE-EMRG-RECORD.
001310     MOVE "N" TO WS-EMRG-FAILED-SW.
001320     PERFORM 8085-CLOSE-UP-RANKS THRU 8085-EXIT.
001330     PERFORM 8075-CHECK-GUARDIAN THRU 8075-EXIT.
001340     IF WS-EMRG-COUNT = 0
001350         IF WS-EMRG-ON-FILE
001360             DELETE EMERGENCY-CONTACT-FILE RECORD
001370             MOVE "N" TO WS-EMRG-ON-FILE-SW
001380         ELSE
001390             MOVE "00" TO WS-EMRG-FILE-STATUS
001400         END-IF
001410         GO TO 8080-CHECK-STATUS
001420     END-IF.
001430     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001440     MOVE SPACES TO EC-EMRG-UPDATED.
001450     STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD
001460         DELIMITED BY SIZE INTO EC-EMRG-UPDATED.
001470     MOVE WS-SIGNON-ID TO EC-EMRG-OPERATOR.
001480     IF WS-EMRG-ON-FILE
001490         REWRITE EMERGENCY-CONTACT-RECORD
001500     ELSE
001510         WRITE EMERGENCY-CONTACT-RECORD
001520         IF WS-EMRG-FILE-STATUS = "00"
001530             MOVE "Y" TO WS-EMRG-ON-FILE-SW
001540         END-IF
001550     END-IF.
001560 8080-CHECK-STATUS.
001570     IF WS-EMRG-FILE-STATUS NOT = "00"
001580         MOVE "Y" TO WS-EMRG-FAILED-SW
001590         DISPLAY "UNABLE TO SAVE EMRGCON. STATUS="
001600             WS-EMRG-FILE-STATUS
001610     END-IF.
001620 8080-EXIT.
001630     EXIT.

001640*    A CONTACT REMOVED FROM THE MIDDLE MOVES THE ONES BELOW IT
001650*    UP A RANK, SO RANK 1 IS ALWAYS THE FIRST ONE TO CALL.
001660 8085-CLOSE-UP-RANKS.
001670     MOVE SPACES TO WS-EMRG-SLOT-TABLE.
001680     MOVE 0 TO WS-EMRG-COUNT.
001690     PERFORM 8086-KEEP-ONE-CONTACT THRU 8086-EXIT
001700         VARYING WS-EMRG-IX FROM 1 BY 1
001710         UNTIL WS-EMRG-IX > 3.
001720     PERFORM 8087-PUT-BACK-ONE-CONTACT THRU 8087-EXIT
001730         VARYING WS-EMRG-IX FROM 1 BY 1
001740         UNTIL WS-EMRG-IX > 3.
001750 8085-EXIT.
001760     EXIT.

001770 8086-KEEP-ONE-CONTACT.
001780     IF EC-EMRG-NAME(WS-EMRG-IX) NOT = SPACES
001790         ADD 1 TO WS-EMRG-COUNT
001800         MOVE EC-EMRG-CONTACT(WS-EMRG-IX)
001810             TO WS-EMRG-SLOT(WS-EMRG-COUNT)
001820     END-IF.
001830 8086-EXIT.
001840     EXIT.

001850 8087-PUT-BACK-ONE-CONTACT.
001860     MOVE WS-EMRG-SLOT(WS-EMRG-IX) TO EC-EMRG-CONTACT(WS-EMRG-IX).
001870 8087-EXIT.
001880     EXIT.

001890*****************************************************************
001900*    8090 - PHONE NUMBER CHECK. A CONTACT'S NUMBER MAY BE A      *
001910*    MOBILE OR A SHORTER LANDLINE, SO IT IS DIGITS FROM THE      *
001920*    LEFT FOLLOWED ONLY BY SPACES. A BLANK NUMBER PASSES; THE    *
001930*    CALLER DECIDES WHETHER ONE IS REQUIRED.                     *
001940*****************************************************************
001950 8090-CHECK-PHONE.
001960     MOVE "Y" TO WS-EMRG-PHONE-OK-SW.
001970     MOVE "N" TO WS-EMRG-PHONE-END-SW.
001980     PERFORM 8091-CHECK-ONE-DIGIT THRU 8091-EXIT
001990         VARYING WS-EMRG-PHONE-IX FROM 1 BY 1
002000         UNTIL WS-EMRG-PHONE-IX > 11 OR NOT WS-EMRG-PHONE-OK.
002010 8090-EXIT.
002020     EXIT.

002030 8091-CHECK-ONE-DIGIT.
002040     IF WS-EMRG-PHONE-CHECK(WS-EMRG-PHONE-IX:1) = SPACE
002050         MOVE "Y" TO WS-EMRG-PHONE-END-SW
002060         GO TO 8091-EXIT
002070     END-IF.
002080     IF WS-EMRG-PHONE-END
002090             OR WS-EMRG-PHONE-CHECK(WS-EMRG-PHONE-IX:1)
002100                 IS NOT NUMERIC
002110         MOVE "N" TO WS-EMRG-PHONE-OK-SW
002120     END-IF.
002130 8091-EXIT.
002140     EXIT.
