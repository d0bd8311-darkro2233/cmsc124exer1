000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SANCHEZ36.
000030 AUTHOR. J SANCHEZ.
000040 INSTALLATION. REGISTRAR SYSTEMS UNIT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    TERM FILE LAYOUT CONVERSION (ONE-TIME)                      *
000100*                                                                *
000110*    THE 2026-10-15 CHANGE GREW THE INDEXED TERM FILE: TERMREC   *
000120*    GAINED TERM-CENSUS-DATE (TERMMST 27 -> 37 BYTES). AN        *
000130*    INDEXED FILE OPENED WITH A DIFFERENT RECORD LENGTH FAILS    *
000140*    WITH STATUS 39, SO AN EXISTING TERMMST MUST BE REBUILT      *
000150*    ONCE BEFORE ANY OF THE UPDATED PROGRAMS RUN. THIS UTILITY   *
000160*    DOES THAT REBUILD THE SAME WAY SANCHEZ23 REBUILT THE        *
000170*    STUDENT AND COURSE MASTERS:                                 *
000180*                                                                *
000190*      PHASE 1 READS TERMMST THROUGH A FROZEN COPY OF ITS OLD    *
000200*      LAYOUT (WHICH STILL MATCHES THE FILE ON DISK) AND         *
000210*      UNLOADS EVERY TERM, WITH A BLANK CENSUS DATE, TO THE      *
000220*      LINE-SEQUENTIAL WORK FILE TERMCVT.                        *
000230*      PHASE 2 RECREATES TERMMST AT THE NEW LENGTH (OPEN         *
000240*      OUTPUT) AND RELOADS IT FROM THE WORK FILE, CHECKING       *
000250*      THE COUNTS MATCH.                                         *
000260*                                                                *
000270*    A TERMMST THAT ALREADY OPENS WITH STATUS 39 ON THE OLD      *
000280*    LAYOUT IS EITHER ALREADY CONVERTED OR A RELOAD DIED         *
000290*    MIDWAY; THE OPERATOR IS OFFERED A RELOAD FROM THE WORK      *
000300*    FILE, WHICH PHASE 1 LEAVES IN PLACE FOR EXACTLY THAT.       *
000310*    TAKE AN OPERATING-SYSTEM COPY OF TERMMST BEFORE THE FIRST   *
000320*    RUN. SET THE CENSUS DATES WITH SANCHEZ21 AFTERWARDS.        *
000330*                                                                *
000340*    MODIFICATION HISTORY                                        *
000350*     DATE       BY   DESCRIPTION                                *
000360*     2026-10-15 JS   INITIAL VERSION                            *
000370*****************************************************************

000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440*    OLD-LAYOUT VIEW, USED ONLY FOR THE PHASE-1 UNLOAD.
000450     SELECT OLD-TERM-FILE
000460         ASSIGN TO "TERMMST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS OT-TERM-CODE
000500         FILE STATUS IS WS-OLD-TERM-STATUS.
000510*    NEW-LAYOUT VIEW, USED ONLY FOR THE PHASE-2 RELOAD.
000520     SELECT TERM-MASTER-FILE
000530         ASSIGN TO "TERMMST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS TM-TERM-CODE
000570         FILE STATUS IS WS-TERM-FILE-STATUS.
000580     SELECT TERM-WORK-FILE
000590         ASSIGN TO "TERMCVT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-TERM-WORK-STATUS.

000620 DATA DIVISION.
000630 FILE SECTION.
000640*    THE TERM FILE AS IT WAS BEFORE TERM-CENSUS-DATE (27
000650*    BYTES). FROZEN HERE ON PURPOSE - THE TERMREC COPYBOOK
000660*    NOW CARRIES THE NEW FIELD AND NO LONGER MATCHES THE
000670*    FILE THIS PROGRAM EXISTS TO CONVERT.
000680 FD  OLD-TERM-FILE.
000690 01  OLD-TERM-RECORD.
000700     02  OT-TERM-CODE                  PIC X(06).
000710     02  OT-TERM-START-DATE            PIC X(10).
000720     02  OT-TERM-END-DATE              PIC X(10).
000730     02  OT-TERM-CURRENT-FLAG          PIC X(01).

000740 FD  TERM-MASTER-FILE.
000750 01  TERM-MASTER-RECORD.
000760     COPY TERMREC
000770         REPLACING ==03== BY ==02==
000780             ==TERM-CODE== BY ==TM-TERM-CODE==
000790             ==TERM-START-DATE== BY ==TM-TERM-START-DATE==
000800             ==TERM-END-DATE== BY ==TM-TERM-END-DATE==
000810             ==TERM-CURRENT-FLAG== BY ==TM-TERM-CURRENT-FLAG==
000820             ==TERM-IS-CURRENT== BY ==TM-TERM-IS-CURRENT==
000830             ==TERM-CENSUS-DATE== BY ==TM-TERM-CENSUS-DATE==.

000840 FD  TERM-WORK-FILE.
000850 01  TERM-WORK-RECORD.
000860     COPY TERMREC
000870         REPLACING ==03== BY ==02==
000880             ==TERM-CODE== BY ==TW-TERM-CODE==
000890             ==TERM-START-DATE== BY ==TW-TERM-START-DATE==
000900             ==TERM-END-DATE== BY ==TW-TERM-END-DATE==
000910             ==TERM-CURRENT-FLAG== BY ==TW-TERM-CURRENT-FLAG==
000920             ==TERM-IS-CURRENT== BY ==TW-TERM-IS-CURRENT==
000930             ==TERM-CENSUS-DATE== BY ==TW-TERM-CENSUS-DATE==.

000940 WORKING-STORAGE SECTION.
000950 77  WS-OLD-TERM-STATUS            PIC X(02).
000960 77  WS-TERM-FILE-STATUS           PIC X(02).
000970 77  WS-TERM-WORK-STATUS           PIC X(02).

000980 77  WS-CONFIRM-ANSWER             PIC X(01).
000990 77  WS-RELOAD-ANSWER              PIC X(01).

001000 77  WS-EOF-SW                     PIC X(01)    VALUE "N".
001010         88  WS-EOF                                 VALUE "Y".
001020         88  WS-NOT-EOF                             VALUE "N".
001030 77  WS-RUN-FAILED-SW              PIC X(01)    VALUE "N".
001040         88  WS-RUN-FAILED                          VALUE "Y".

001050 77  WS-UNLOAD-COUNT               PIC 9(07) COMP VALUE 0.
001060 77  WS-RELOAD-COUNT               PIC 9(07) COMP VALUE 0.

001070 PROCEDURE DIVISION.

001080 0000-MAINLINE.
001090     PERFORM 1000-CONFIRM-THE-RUN THRU 1000-EXIT.
001100     IF WS-RUN-FAILED
001110         GO TO 0000-WRAP-UP
001120     END-IF.
001130     PERFORM 2000-CONVERT-TERM-FILE THRU 2000-EXIT.
001140 0000-WRAP-UP.
001150     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001160     STOP RUN.

001170*****************************************************************
001180*    1000 - THE OPERATOR CONFIRMS WITH THE WARNING IN FRONT      *
001190*    OF THEM; NOTHING IS TOUCHED UNTIL THEY DO                   *
001200*****************************************************************
001210 1000-CONFIRM-THE-RUN.
001220     DISPLAY "TERM FILE LAYOUT CONVERSION (ONE-TIME).".
001230     DISPLAY "THIS REBUILDS TERMMST IN PLACE AT THE NEW RECORD "
001240         "LENGTH.".
001250     DISPLAY "TAKE AN OPERATING-SYSTEM COPY OF TERMMST FIRST.".
001260     DISPLAY "PROCEED? (Y/N): " WITH NO ADVANCING.
001270     ACCEPT WS-CONFIRM-ANSWER.
001280     INSPECT WS-CONFIRM-ANSWER CONVERTING "y" TO "Y".
001290     IF WS-CONFIRM-ANSWER NOT = "Y"
001300         DISPLAY "CONVERSION CANCELLED. NOTHING TOUCHED."
001310         MOVE "Y" TO WS-RUN-FAILED-SW
001320     END-IF.
001330 1000-EXIT.
001340     EXIT.

001350*****************************************************************
001360*    2000 - TERMMST: UNLOAD THROUGH THE OLD LAYOUT, RELOAD       *
001370*    THROUGH THE NEW ONE                                         *
001380*****************************************************************
001390 2000-CONVERT-TERM-FILE.
001400*    ZEROED HERE, NOT JUST IN THE UNLOAD, SO A RELOAD-ONLY
001410*    RERUN SKIPS THE COUNT CHECK.
001420     MOVE 0 TO WS-UNLOAD-COUNT.
001430     DISPLAY "CONVERTING TERMMST...".
001440     OPEN INPUT OLD-TERM-FILE.
001450     EVALUATE WS-OLD-TERM-STATUS
001460         WHEN "00"
001470             PERFORM 2100-UNLOAD-TERMS THRU 2100-EXIT
001480             IF NOT WS-RUN-FAILED
001490                 PERFORM 2200-RELOAD-TERMS THRU 2200-EXIT
001500             END-IF
001510         WHEN "35"
001520             DISPLAY "NO TERMMST ON FILE - NOTHING TO CONVERT."
001530*        STATUS 39 MEANS THE FILE NO LONGER MATCHES THE OLD
001540*        LAYOUT: EITHER ALREADY CONVERTED, OR A RELOAD DIED
001550*        MIDWAY AND LEFT A PARTIAL NEW-LAYOUT FILE. THE WORK
001560*        FILE FROM PHASE 1 COVERS THE SECOND CASE.
001570         WHEN "39"
001580             DISPLAY "TERMMST DOES NOT MATCH THE OLD LAYOUT "
001590                 "(ALREADY CONVERTED, OR A RELOAD DIED)."
001600             DISPLAY "RELOAD IT FROM TERMCVT? (Y/N): "
001610                 WITH NO ADVANCING
001620             ACCEPT WS-RELOAD-ANSWER
001630             INSPECT WS-RELOAD-ANSWER CONVERTING "y" TO "Y"
001640             IF WS-RELOAD-ANSWER = "Y"
001650                 PERFORM 2200-RELOAD-TERMS THRU 2200-EXIT
001660             ELSE
001670                 DISPLAY "TERMMST LEFT AS IS."
001680             END-IF
001690         WHEN OTHER
001700             DISPLAY "UNABLE TO OPEN TERMMST. STATUS="
001710                 WS-OLD-TERM-STATUS
001720             MOVE "Y" TO WS-RUN-FAILED-SW
001730     END-EVALUATE.
001740 2000-EXIT.
001750     EXIT.

001760 2100-UNLOAD-TERMS.
001770     MOVE 0 TO WS-UNLOAD-COUNT.
001780     OPEN OUTPUT TERM-WORK-FILE.
001790     IF WS-TERM-WORK-STATUS NOT = "00"
001800         DISPLAY "UNABLE TO OPEN TERMCVT. STATUS="
001810             WS-TERM-WORK-STATUS
001820         MOVE "Y" TO WS-RUN-FAILED-SW
001830         CLOSE OLD-TERM-FILE
001840         GO TO 2100-EXIT
001850     END-IF.
001860     MOVE "N" TO WS-EOF-SW.
001870     MOVE LOW-VALUES TO OT-TERM-CODE.
001880     START OLD-TERM-FILE
001890         KEY IS NOT LESS THAN OT-TERM-CODE.
001900     IF WS-OLD-TERM-STATUS NOT = "00"
001910         MOVE "Y" TO WS-EOF-SW
001920     END-IF.
001930     PERFORM 2110-UNLOAD-ONE-TERM THRU 2110-EXIT
001940         UNTIL WS-EOF.
001950     CLOSE OLD-TERM-FILE.
001960     CLOSE TERM-WORK-FILE.
001970*    A LINE-SEQUENTIAL FILE FLUSHES AT CLOSE, SO A CLOSE
001980*    FAILURE MEANS THE UNLOAD ON DISK IS SHORT.
001990     IF WS-TERM-WORK-STATUS NOT = "00"
002000         DISPLAY "TERMCVT CLOSE FAILED. STATUS="
002010             WS-TERM-WORK-STATUS
002020         MOVE "Y" TO WS-RUN-FAILED-SW
002030         GO TO 2100-EXIT
002040     END-IF.
002050     DISPLAY "UNLOADED " WS-UNLOAD-COUNT
002060         " TERM RECORDS TO TERMCVT.".
002070 2100-EXIT.
002080     EXIT.

002090*    A HARD READ ERROR FAILS THE RUN SO A SHORT UNLOAD CAN
002100*    NEVER BECOME THE RELOAD SOURCE.
002110 2110-UNLOAD-ONE-TERM.
002120     READ OLD-TERM-FILE NEXT RECORD.
002130     IF WS-OLD-TERM-STATUS NOT = "00"
002140         MOVE "Y" TO WS-EOF-SW
002150         IF WS-OLD-TERM-STATUS NOT = "10"
002160                 AND WS-OLD-TERM-STATUS NOT = "23"
002170             DISPLAY "TERMMST READ FAILED. STATUS="
002180                 WS-OLD-TERM-STATUS
002190             MOVE "Y" TO WS-RUN-FAILED-SW
002200         END-IF
002210         GO TO 2110-EXIT
002220     END-IF.
002230*    A BLANK CENSUS DATE IS THE NOT-SET-YET READING; THE CENSUS
002240*    BATCH REFUSES SUCH A TERM UNTIL SANCHEZ21 SETS ONE.
002250     MOVE OT-TERM-CODE TO TW-TERM-CODE.
002260     MOVE OT-TERM-START-DATE TO TW-TERM-START-DATE.
002270     MOVE OT-TERM-END-DATE TO TW-TERM-END-DATE.
002280     MOVE OT-TERM-CURRENT-FLAG TO TW-TERM-CURRENT-FLAG.
002290     MOVE SPACES TO TW-TERM-CENSUS-DATE.
002300     WRITE TERM-WORK-RECORD.
002310     IF WS-TERM-WORK-STATUS NOT = "00"
002320         DISPLAY "TERMCVT WRITE FAILED. STATUS="
002330             WS-TERM-WORK-STATUS
002340         MOVE "Y" TO WS-RUN-FAILED-SW
002350         MOVE "Y" TO WS-EOF-SW
002360         GO TO 2110-EXIT
002370     END-IF.
002380     ADD 1 TO WS-UNLOAD-COUNT.
002390 2110-EXIT.
002400     EXIT.

002410*****************************************************************
002420*    2200 - RECREATE TERMMST AT THE NEW LENGTH AND RELOAD IT.    *
002430*    THE WORK FILE IS LEFT IN PLACE AFTERWARDS SO A DIED         *
002440*    RELOAD CAN BE RERUN FROM IT.                                *
002450*****************************************************************
002460 2200-RELOAD-TERMS.
002470     MOVE 0 TO WS-RELOAD-COUNT.
002480     OPEN INPUT TERM-WORK-FILE.
002490     IF WS-TERM-WORK-STATUS NOT = "00"
002500         DISPLAY "UNABLE TO OPEN TERMCVT. STATUS="
002510             WS-TERM-WORK-STATUS
002520         DISPLAY "TERMMST NOT RELOADED."
002530         MOVE "Y" TO WS-RUN-FAILED-SW
002540         GO TO 2200-EXIT
002550     END-IF.
002560     OPEN OUTPUT TERM-MASTER-FILE.
002570     IF WS-TERM-FILE-STATUS NOT = "00"
002580         DISPLAY "UNABLE TO RECREATE TERMMST. STATUS="
002590             WS-TERM-FILE-STATUS
002600         CLOSE TERM-WORK-FILE
002610         MOVE "Y" TO WS-RUN-FAILED-SW
002620         GO TO 2200-EXIT
002630     END-IF.
002640     MOVE "N" TO WS-EOF-SW.
002650     PERFORM 2210-RELOAD-ONE-TERM THRU 2210-EXIT
002660         UNTIL WS-EOF.
002670     CLOSE TERM-MASTER-FILE.
002680     CLOSE TERM-WORK-FILE.
002690     IF WS-RUN-FAILED
002700         DISPLAY "TERMMST MAY BE PARTIAL. RERUN AND ANSWER "
002710             "Y TO THE TERMCVT RELOAD."
002720         GO TO 2200-EXIT
002730     END-IF.
002740     DISPLAY "RELOADED " WS-RELOAD-COUNT
002750         " TERM RECORDS INTO TERMMST.".
002760     IF WS-UNLOAD-COUNT > 0
002770             AND WS-RELOAD-COUNT NOT = WS-UNLOAD-COUNT
002780         DISPLAY "COUNT MISMATCH: UNLOADED " WS-UNLOAD-COUNT
002790             " BUT RELOADED " WS-RELOAD-COUNT
002800             ". INVESTIGATE BEFORE RESUMING UPDATES."
002810         MOVE "Y" TO WS-RUN-FAILED-SW
002820     END-IF.
002830 2200-EXIT.
002840     EXIT.

002850 2210-RELOAD-ONE-TERM.
002860     READ TERM-WORK-FILE
002870         AT END
002880             MOVE "Y" TO WS-EOF-SW
002890             GO TO 2210-EXIT
002900     END-READ.
002910     IF WS-TERM-WORK-STATUS NOT = "00"
002920         DISPLAY "TERMCVT READ FAILED. STATUS="
002930             WS-TERM-WORK-STATUS
002940         MOVE "Y" TO WS-RUN-FAILED-SW
002950         MOVE "Y" TO WS-EOF-SW
002960         GO TO 2210-EXIT
002970     END-IF.
002980     MOVE TERM-WORK-RECORD TO TERM-MASTER-RECORD.
002990     WRITE TERM-MASTER-RECORD.
003000     IF WS-TERM-FILE-STATUS NOT = "00"
003010         DISPLAY "TERMMST WRITE FAILED. STATUS="
003020             WS-TERM-FILE-STATUS
003030         MOVE "Y" TO WS-RUN-FAILED-SW
003040         MOVE "Y" TO WS-EOF-SW
003050         GO TO 2210-EXIT
003060     END-IF.
003070     ADD 1 TO WS-RELOAD-COUNT.
003080 2210-EXIT.
003090     EXIT.

003100*****************************************************************
003110*    9000 - TERMINATION                                          *
003120*****************************************************************
003130 9000-TERMINATE.
003140     IF WS-RUN-FAILED
003150         DISPLAY "CONVERSION DID NOT COMPLETE CLEANLY. READ "
003160             "THE MESSAGES ABOVE BEFORE RUNNING ANYTHING "
003170             "ELSE AGAINST TERMMST."
003180     ELSE
003190         DISPLAY "CONVERSION COMPLETE. THE WORK FILE TERMCVT "
003200             "REMAINS AS A FALLBACK."
003210     END-IF.
003220 9000-EXIT.
003230     EXIT.
