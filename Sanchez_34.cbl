000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SANCHEZ34.
000030 AUTHOR. J SANCHEZ.
000040 INSTALLATION. REGISTRAR SYSTEMS UNIT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    EMERGENCY CALL SHEET                                        *
000100*                                                                *
000110*    BATCH REPORT FOR STAFF LEADING FIELD TRIPS AND FOR THE      *
000120*    FRONT OFFICE: EVERY ACTIVE STUDENT ON THE MASTER IS         *
000130*    SORTED BY COURSE AND NAME AND PRINTED (CALLSHT) AS ONE      *
000140*    BLOCK PER COURSE, HEADED WITH THE COURSE TITLE FROM THE     *
000150*    COURSE MASTER. UNDER EACH STUDENT COME THEIR EMERGENCY      *
000160*    CONTACTS FROM EMRGCON IN RANK ORDER WITH RELATIONSHIP,      *
000170*    GUARDIAN MARK AND PHONE NUMBERS. A STUDENT WITH NO          *
000180*    CONTACT ON FILE IS FLAGGED, AS IS A STUDENT UNDER 18 WITH   *
000190*    NO GUARDIAN AMONG THEIR CONTACTS, AND EACH COURSE AND THE   *
000200*    WHOLE SHEET END WITH THE COUNT OF STUDENTS FLAGGED. THE     *
000210*    FILES ARE ONLY READ.                                        *
000220*                                                                *
000230*    MODIFICATION HISTORY                                        *
000240*     DATE       BY   DESCRIPTION                                *
000250*     2026-10-15 JS   INITIAL VERSION                            *
000260*****************************************************************

000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM-370.
000300 OBJECT-COMPUTER. IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT STUDENT-MASTER-FILE
000340         ASSIGN TO "STUDMAST"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS SM-SNO
000380         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000390     SELECT COURSE-MASTER-FILE
000400         ASSIGN TO "COURSMST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS CM-COURSE-CODE
000440         FILE STATUS IS WS-COURSE-FILE-STATUS.
000450     SELECT EMERGENCY-CONTACT-FILE
000460         ASSIGN TO "EMRGCON"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS EC-EMRG-SNO
000500         FILE STATUS IS WS-EMRG-FILE-STATUS.
000510     SELECT SORT-WORK-FILE
000520         ASSIGN TO "SORTWK7".
000530     SELECT CALL-SHEET-FILE
000540         ASSIGN TO "CALLSHT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-REPORT-FILE-STATUS.

000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  STUDENT-MASTER-FILE.
000600 01  STUDENT-MASTER-RECORD.
000610     COPY STUDREC
000620         REPLACING ==03== BY ==02==
000630             ==FULLNAME== BY ==SM-FULLNAME==
000640             ==SNO== BY ==SM-SNO==
000650             ==COURSE== BY ==SM-COURSE==
000660             ==CONTACT-INFO== BY ==SM-CONTACT-INFO==
000670             ==MOBILE== BY ==SM-MOBILE==
000680             ==LANDLINE== BY ==SM-LANDLINE==
000690             ==AGE== BY ==SM-AGE==
000700             ==STATUS-CODE== BY ==SM-STATUS-CODE==
000710             ==STUDENT-ACTIVE== BY ==SM-STUDENT-ACTIVE==
000720             ==STUDENT-WITHDRAWN== BY ==SM-STUDENT-WITHDRAWN==
000730             ==STUDENT-GRADUATED== BY ==SM-STUDENT-GRADUATED==
000740             ==STATUS-DATE== BY ==SM-STATUS-DATE==
000750             ==ENROLL-TERM== BY ==SM-ENROLL-TERM==.

000760 FD  COURSE-MASTER-FILE.
000770 01  COURSE-MASTER-RECORD.
000780     COPY COURSREC
000790         REPLACING ==03== BY ==02==
000800             ==COURSE-CODE== BY ==CM-COURSE-CODE==
000810             ==COURSE-TITLE== BY ==CM-COURSE-TITLE==
000820             ==DEPARTMENT== BY ==CM-DEPARTMENT==
000830             ==OFFERED-FLAG== BY ==CM-OFFERED-FLAG==
000840             ==COURSE-OFFERED== BY ==CM-COURSE-OFFERED==
000850             ==COURSE-CLOSED== BY ==CM-COURSE-CLOSED==
000860             ==MAX-SEATS== BY ==CM-MAX-SEATS==.

000870 FD  EMERGENCY-CONTACT-FILE.
000880 01  EMERGENCY-CONTACT-RECORD.
000890     COPY EMRGREC
000900         REPLACING ==03== BY ==02==
000910             ==EMRG-SNO== BY ==EC-EMRG-SNO==
000920             ==EMRG-CONTACT== BY ==EC-EMRG-CONTACT==
000930             ==EMRG-NAME== BY ==EC-EMRG-NAME==
000940             ==EMRG-RELATION== BY ==EC-EMRG-RELATION==
000950             ==EMRG-GUARDIAN== BY ==EC-EMRG-GUARDIAN==
000960             ==EMRG-IS-GUARDIAN== BY ==EC-EMRG-IS-GUARDIAN==
000970             ==EMRG-PHONE-1== BY ==EC-EMRG-PHONE-1==
000980             ==EMRG-PHONE-2== BY ==EC-EMRG-PHONE-2==
000990             ==EMRG-UPDATED== BY ==EC-EMRG-UPDATED==
001000             ==EMRG-OPERATOR== BY ==EC-EMRG-OPERATOR==.

001010 SD  SORT-WORK-FILE.
001020 01  SORT-WORK-RECORD.
001030     02  SW-COURSE                     PIC X(20).
001040     02  SW-FULLNAME                   PIC X(30).
001050     02  SW-SNO                        PIC X(30).
001060     02  SW-AGE                        PIC 99.

001070 FD  CALL-SHEET-FILE.
001080 01  CALL-SHEET-RECORD                PIC X(132).

001090 WORKING-STORAGE SECTION.
001100 77  WS-STUDENT-FILE-STATUS        PIC X(02).
001110 77  WS-COURSE-FILE-STATUS         PIC X(02).
001120 77  WS-EMRG-FILE-STATUS           PIC X(02).
001130 77  WS-REPORT-FILE-STATUS         PIC X(02).

001140 77  WS-COURSE-MASTER-SW           PIC X(01)    VALUE "N".
001150         88  WS-COURSE-MASTER-READY                 VALUE "Y".
001160 77  WS-EMRG-READY-SW              PIC X(01)    VALUE "N".
001170         88  WS-EMRG-READY                          VALUE "Y".
001180 77  WS-EOF-SW                     PIC X(01)    VALUE "N".
001190         88  WS-EOF                                 VALUE "Y".
001200         88  WS-NOT-EOF                             VALUE "N".
001210 77  WS-FIRST-COURSE-SW            PIC X(01)    VALUE "Y".
001220         88  WS-FIRST-COURSE                        VALUE "Y".
001230 77  WS-GUARDIAN-SW                PIC X(01).
001240         88  WS-HAS-GUARDIAN                        VALUE "Y".

001250 77  WS-BREAK-COURSE               PIC X(20).
001260 77  WS-CONTACT-IX                 PIC 9(02) COMP.
001270 77  WS-CONTACT-COUNT              PIC 9(02) COMP.

001280 77  WS-CRS-STUDENTS               PIC 9(07) COMP.
001290 77  WS-CRS-NO-CONTACT             PIC 9(07) COMP.
001300 77  WS-CRS-NO-GUARDIAN            PIC 9(07) COMP.
001310 77  WS-TOT-COURSES                PIC 9(05) COMP VALUE 0.
001320 77  WS-TOT-STUDENTS               PIC 9(07) COMP VALUE 0.
001330 77  WS-TOT-NO-CONTACT             PIC 9(07) COMP VALUE 0.
001340 77  WS-TOT-NO-GUARDIAN            PIC 9(07) COMP VALUE 0.

001350 01  WS-DATE-FIELDS.
001360         05  WS-CURRENT-DATE           PIC 9(08).
001370 01  WS-DATE-BREAKDOWN REDEFINES WS-DATE-FIELDS.
001380         05  WS-CUR-YYYY               PIC 9(04).
001390         05  WS-CUR-MM                 PIC 9(02).
001400         05  WS-CUR-DD                 PIC 9(02).
001410 77  WS-RUN-DATE                   PIC X(10).

001420 01  WS-HEADING-1.
001430         05  FILLER                    PIC X(42)
001440             VALUE " EMERGENCY CALL SHEET".
001450         05  FILLER                    PIC X(10)
001460             VALUE "RUN DATE: ".
001470         05  RH1-RUN-DATE              PIC X(10).

001480 01  WS-COURSE-LINE.
001490         05  FILLER                    PIC X(09)
001500             VALUE " COURSE: ".
001510         05  CH-COURSE                 PIC X(20).
001520         05  FILLER                    PIC X(02)    VALUE SPACES.
001530         05  CH-TITLE                  PIC X(40).

001540 01  WS-HEADING-2.
001550         05  FILLER                    PIC X(03)    VALUE SPACES.
001560         05  FILLER                    PIC X(31)
001570             VALUE "STUDENT NUMBER".
001580         05  FILLER                    PIC X(31)
001590             VALUE "NAME".
001600         05  FILLER                    PIC X(05)    VALUE "AGE".

001610 01  WS-HEADING-3.
001620         05  FILLER                    PIC X(07)    VALUE SPACES.
001630         05  FILLER                    PIC X(05)    VALUE "RANK".
001640         05  FILLER                    PIC X(31)
001650             VALUE "CONTACT".
001660         05  FILLER                    PIC X(13)
001670             VALUE "RELATIONSHIP".
001680         05  FILLER                    PIC X(10)
001690             VALUE "GUARDIAN".
001700         05  FILLER                    PIC X(12)
001710             VALUE "PHONE".
001720         05  FILLER                    PIC X(11)
001730             VALUE "PHONE".

001740 01  WS-STUDENT-LINE.
001750         05  FILLER                    PIC X(03)    VALUE SPACES.
001760         05  SL-SNO                    PIC X(30).
001770         05  FILLER                    PIC X(01)    VALUE SPACES.
001780         05  SL-NAME                   PIC X(30).
001790         05  FILLER                    PIC X(01)    VALUE SPACES.
001800         05  SL-AGE                    PIC Z9.
001810         05  FILLER                    PIC X(03)    VALUE SPACES.
001820         05  SL-FLAG                   PIC X(40).

001830 01  WS-CONTACT-LINE.
001840         05  FILLER                    PIC X(08)    VALUE SPACES.
001850         05  KL-RANK                   PIC 9.
001860         05  FILLER                    PIC X(03)    VALUE SPACES.
001870         05  KL-NAME                   PIC X(30).
001880         05  FILLER                    PIC X(01)    VALUE SPACES.
001890         05  KL-RELATION               PIC X(12).
001900         05  FILLER                    PIC X(01)    VALUE SPACES.
001910         05  KL-GUARDIAN               PIC X(08).
001920         05  FILLER                    PIC X(02)    VALUE SPACES.
001930         05  KL-PHONE-1                PIC X(11).
001940         05  FILLER                    PIC X(01)    VALUE SPACES.
001950         05  KL-PHONE-2                PIC X(11).

001960 01  WS-COURSE-TOTAL-LINE.
001970         05  FILLER                    PIC X(03)    VALUE SPACES.
001980         05  FILLER                    PIC X(10)
001990             VALUE "STUDENTS ".
002000         05  CT-STUDENTS               PIC ZZ,ZZ9.
002010         05  FILLER                    PIC X(17)
002020             VALUE "  NO CONTACT ".
002030         05  CT-NO-CONTACT             PIC ZZ,ZZ9.
002040         05  FILLER                    PIC X(26)
002050             VALUE "  UNDER 18 NO GUARDIAN ".
002060         05  CT-NO-GUARDIAN            PIC ZZ,ZZ9.

002070 01  WS-TOTAL-LINE.
002080         05  FILLER                    PIC X(01)    VALUE SPACES.
002090         05  TL-TEXT                   PIC X(30).
002100         05  TL-COUNT                  PIC Z,ZZZ,ZZ9.

002110 PROCEDURE DIVISION.

002120 0000-MAINLINE.
002130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002140     SORT SORT-WORK-FILE
002150         ON ASCENDING KEY SW-COURSE SW-FULLNAME SW-SNO
002160         INPUT PROCEDURE 2000-SELECT-STUDENTS THRU 2000-EXIT
002170         OUTPUT PROCEDURE 3000-PRODUCE-REPORT THRU 3000-EXIT.
002180     IF WS-COURSE-MASTER-READY
002190         CLOSE COURSE-MASTER-FILE
002200     END-IF.
002210     IF WS-EMRG-READY
002220         CLOSE EMERGENCY-CONTACT-FILE
002230     END-IF.
002240     DISPLAY "EMERGENCY CALL SHEET COMPLETE. OUTPUT IN CALLSHT".
002250     DISPLAY "ACTIVE STUDENTS LISTED      : " WS-TOT-STUDENTS.
002260     DISPLAY "WITH NO EMERGENCY CONTACT   : " WS-TOT-NO-CONTACT.
002270     DISPLAY "UNDER 18 WITH NO GUARDIAN   : " WS-TOT-NO-GUARDIAN.
002280     STOP RUN.

002290*****************************************************************
002300*    1000 - FILE OPENS                                           *
002310*****************************************************************
002320 1000-INITIALIZE.
002330     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002340     MOVE SPACES TO WS-RUN-DATE.
002350     STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD
002360         DELIMITED BY SIZE INTO WS-RUN-DATE.
002370     OPEN INPUT STUDENT-MASTER-FILE.
002380     IF WS-STUDENT-FILE-STATUS NOT = "00"
002390         DISPLAY "UNABLE TO OPEN STUDMAST. STATUS="
002400             WS-STUDENT-FILE-STATUS
002410         DISPLAY "CALL SHEET NOT PRODUCED."
002420         STOP RUN
002430     END-IF.
002440     CLOSE STUDENT-MASTER-FILE.
002450*    NO CONTACT FILE YET SIMPLY MEANS NO CONTACT HAS BEEN
002460*    ENTERED, SO EVERY STUDENT IS FLAGGED. ANY OTHER FAILURE
002470*    WOULD FLAG STUDENTS WHO DO HAVE CONTACTS, SO NO SHEET IS
002480*    PRINTED AT ALL.
002490     OPEN INPUT EMERGENCY-CONTACT-FILE.
002500     EVALUATE WS-EMRG-FILE-STATUS
002510         WHEN "00"
002520             MOVE "Y" TO WS-EMRG-READY-SW
002530         WHEN "35"
002540             DISPLAY "NO EMERGENCY CONTACT FILE EMRGCON. EVERY "
002550                 "STUDENT IS FLAGGED."
002560         WHEN OTHER
002570             DISPLAY "UNABLE TO OPEN EMRGCON. STATUS="
002580                 WS-EMRG-FILE-STATUS
002590             DISPLAY "CALL SHEET NOT PRODUCED."
002600             STOP RUN
002610     END-EVALUATE.
002620*    THE COURSE TITLE IS A CONVENIENCE; WITHOUT THE COURSE
002630*    MASTER THE SHEET IS STILL PRINTED UNDER THE COURSE CODES.
002640     OPEN INPUT COURSE-MASTER-FILE.
002650     IF WS-COURSE-FILE-STATUS = "00"
002660         MOVE "Y" TO WS-COURSE-MASTER-SW
002670     ELSE
002680         DISPLAY "COURSE MASTER COURSMST NOT AVAILABLE. STATUS="
002690             WS-COURSE-FILE-STATUS
002700         DISPLAY "COURSE TITLES ARE LEFT BLANK."
002710     END-IF.
002720 1000-EXIT.
002730     EXIT.

002740*****************************************************************
002750*    2000 - INPUT PROCEDURE: RELEASE EVERY ACTIVE STUDENT        *
002760*****************************************************************
002770 2000-SELECT-STUDENTS.
002780     OPEN INPUT STUDENT-MASTER-FILE.
002790     IF WS-STUDENT-FILE-STATUS NOT = "00"
002800         DISPLAY "UNABLE TO REOPEN STUDMAST. STATUS="
002810             WS-STUDENT-FILE-STATUS
002820         GO TO 2000-EXIT
002830     END-IF.
002840     PERFORM 7200-START-BROWSE THRU 7200-EXIT.
002850     PERFORM 2100-RELEASE-ONE-STUDENT THRU 2100-EXIT
002860         UNTIL WS-EOF.
002870     CLOSE STUDENT-MASTER-FILE.
002880 2000-EXIT.
002890     EXIT.

002900 2100-RELEASE-ONE-STUDENT.
002910     IF NOT SM-STUDENT-ACTIVE
002920         GO TO 2190-READ-NEXT
002930     END-IF.
002940     MOVE SM-COURSE TO SW-COURSE.
002950     MOVE SM-FULLNAME TO SW-FULLNAME.
002960     MOVE SM-SNO TO SW-SNO.
002970     MOVE SM-AGE TO SW-AGE.
002980     RELEASE SORT-WORK-RECORD.
002990 2190-READ-NEXT.
003000     PERFORM 7210-READ-NEXT-STUDENT THRU 7210-EXIT.
003010 2100-EXIT.
003020     EXIT.

003030*****************************************************************
003040*    3000 - OUTPUT PROCEDURE: CONTROL BREAK ON COURSE            *
003050*****************************************************************
003060 3000-PRODUCE-REPORT.
003070     OPEN OUTPUT CALL-SHEET-FILE.
003080     IF WS-REPORT-FILE-STATUS NOT = "00"
003090         DISPLAY "UNABLE TO OPEN CALLSHT. STATUS="
003100             WS-REPORT-FILE-STATUS
003110         GO TO 3000-EXIT
003120     END-IF.
003130     MOVE WS-RUN-DATE TO RH1-RUN-DATE.
003140     WRITE CALL-SHEET-RECORD FROM WS-HEADING-1.
003150     MOVE "Y" TO WS-FIRST-COURSE-SW.
003160     MOVE "N" TO WS-EOF-SW.
003170     RETURN SORT-WORK-FILE
003180         AT END MOVE "Y" TO WS-EOF-SW
003190     END-RETURN.
003200     PERFORM 3100-PROCESS-ONE-STUDENT THRU 3100-EXIT
003210         UNTIL WS-EOF.
003220     IF NOT WS-FIRST-COURSE
003230         PERFORM 3400-WRITE-COURSE-TOTALS THRU 3400-EXIT
003240     END-IF.
003250     PERFORM 3500-WRITE-GRAND-TOTALS THRU 3500-EXIT.
003260     CLOSE CALL-SHEET-FILE.
003270 3000-EXIT.
003280     EXIT.

003290 3100-PROCESS-ONE-STUDENT.
003300     EVALUATE TRUE
003310         WHEN WS-FIRST-COURSE
003320             MOVE "N" TO WS-FIRST-COURSE-SW
003330             PERFORM 3200-START-NEW-COURSE THRU 3200-EXIT
003340         WHEN SW-COURSE NOT = WS-BREAK-COURSE
003350             PERFORM 3400-WRITE-COURSE-TOTALS THRU 3400-EXIT
003360             PERFORM 3200-START-NEW-COURSE THRU 3200-EXIT
003370     END-EVALUATE.
003380     PERFORM 3300-WRITE-STUDENT-BLOCK THRU 3300-EXIT.
003390     RETURN SORT-WORK-FILE
003400         AT END MOVE "Y" TO WS-EOF-SW
003410     END-RETURN.
003420 3100-EXIT.
003430     EXIT.

003440 3200-START-NEW-COURSE.
003450     MOVE SW-COURSE TO WS-BREAK-COURSE.
003460     MOVE 0 TO WS-CRS-STUDENTS.
003470     MOVE 0 TO WS-CRS-NO-CONTACT.
003480     MOVE 0 TO WS-CRS-NO-GUARDIAN.
003490     MOVE SW-COURSE TO CH-COURSE.
003500     MOVE SPACES TO CH-TITLE.
003510     IF WS-COURSE-MASTER-READY
003520         MOVE SW-COURSE TO CM-COURSE-CODE
003530         READ COURSE-MASTER-FILE
003540             INVALID KEY
003550                 MOVE "(NOT ON COURSE MASTER)" TO CH-TITLE
003560             NOT INVALID KEY
003570                 MOVE CM-COURSE-TITLE TO CH-TITLE
003580         END-READ
003590     END-IF.
003600     WRITE CALL-SHEET-RECORD FROM WS-COURSE-LINE
003610         AFTER ADVANCING 2.
003620     WRITE CALL-SHEET-RECORD FROM WS-HEADING-2
003630         AFTER ADVANCING 1.
003640     WRITE CALL-SHEET-RECORD FROM WS-HEADING-3
003650         AFTER ADVANCING 1.
003660 3200-EXIT.
003670     EXIT.

003680*    ONE LINE FOR THE STUDENT, THEN ONE PER CONTACT. THE FLAG
003690*    GOES ON THE STUDENT LINE SO IT CANNOT BE MISSED.
003700 3300-WRITE-STUDENT-BLOCK.
003710     PERFORM 3350-READ-CONTACTS THRU 3350-EXIT.
003720     ADD 1 TO WS-CRS-STUDENTS.
003730     MOVE SW-SNO TO SL-SNO.
003740     MOVE SW-FULLNAME TO SL-NAME.
003750     MOVE SW-AGE TO SL-AGE.
003760     MOVE SPACES TO SL-FLAG.
003770     EVALUATE TRUE
003780         WHEN WS-CONTACT-COUNT = 0
003790             MOVE "*** NO EMERGENCY CONTACT ON FILE ***"
003800                 TO SL-FLAG
003810             ADD 1 TO WS-CRS-NO-CONTACT
003820         WHEN SW-AGE < 18 AND NOT WS-HAS-GUARDIAN
003830             MOVE "*** UNDER 18 - NO GUARDIAN CONTACT ***"
003840                 TO SL-FLAG
003850             ADD 1 TO WS-CRS-NO-GUARDIAN
003860     END-EVALUATE.
003870     WRITE CALL-SHEET-RECORD FROM WS-STUDENT-LINE
003880         AFTER ADVANCING 1.
003890     IF WS-CONTACT-COUNT > 0
003900         PERFORM 3360-WRITE-ONE-CONTACT THRU 3360-EXIT
003910             VARYING WS-CONTACT-IX FROM 1 BY 1
003920             UNTIL WS-CONTACT-IX > 3
003930     END-IF.
003940 3300-EXIT.
003950     EXIT.

003960*    A STUDENT WHOSE CONTACT RECORD CANNOT BE READ IS SHOWN AS
003970*    HAVING NONE, SO THE OFFICE CHECKS THEM BY HAND.
003980 3350-READ-CONTACTS.
003990     MOVE 0 TO WS-CONTACT-COUNT.
004000     MOVE "N" TO WS-GUARDIAN-SW.
004010     IF NOT WS-EMRG-READY
004020         GO TO 3350-EXIT
004030     END-IF.
004040     MOVE SW-SNO TO EC-EMRG-SNO.
004050     READ EMERGENCY-CONTACT-FILE
004060         INVALID KEY
004070             CONTINUE
004080     END-READ.
004090     IF WS-EMRG-FILE-STATUS NOT = "00"
004100         IF WS-EMRG-FILE-STATUS NOT = "23"
004110             DISPLAY "UNABLE TO READ EMRGCON FOR " SW-SNO
004120                 " STATUS=" WS-EMRG-FILE-STATUS
004130         END-IF
004140         GO TO 3350-EXIT
004150     END-IF.
004160     PERFORM 3355-CHECK-ONE-CONTACT THRU 3355-EXIT
004170         VARYING WS-CONTACT-IX FROM 1 BY 1
004180         UNTIL WS-CONTACT-IX > 3.
004190 3350-EXIT.
004200     EXIT.

004210 3355-CHECK-ONE-CONTACT.
004220     IF EC-EMRG-NAME(WS-CONTACT-IX) = SPACES
004230         GO TO 3355-EXIT
004240     END-IF.
004250     ADD 1 TO WS-CONTACT-COUNT.
004260     IF EC-EMRG-IS-GUARDIAN(WS-CONTACT-IX)
004270         MOVE "Y" TO WS-GUARDIAN-SW
004280     END-IF.
004290 3355-EXIT.
004300     EXIT.

004310 3360-WRITE-ONE-CONTACT.
004320     IF EC-EMRG-NAME(WS-CONTACT-IX) = SPACES
004330         GO TO 3360-EXIT
004340     END-IF.
004350     MOVE WS-CONTACT-IX TO KL-RANK.
004360     MOVE EC-EMRG-NAME(WS-CONTACT-IX) TO KL-NAME.
004370     MOVE EC-EMRG-RELATION(WS-CONTACT-IX) TO KL-RELATION.
004380     IF EC-EMRG-IS-GUARDIAN(WS-CONTACT-IX)
004390         MOVE "GUARDIAN" TO KL-GUARDIAN
004400     ELSE
004410         MOVE SPACES TO KL-GUARDIAN
004420     END-IF.
004430     MOVE EC-EMRG-PHONE-1(WS-CONTACT-IX) TO KL-PHONE-1.
004440     MOVE EC-EMRG-PHONE-2(WS-CONTACT-IX) TO KL-PHONE-2.
004450     WRITE CALL-SHEET-RECORD FROM WS-CONTACT-LINE
004460         AFTER ADVANCING 1.
004470 3360-EXIT.
004480     EXIT.

004490 3400-WRITE-COURSE-TOTALS.
004500     MOVE WS-CRS-STUDENTS TO CT-STUDENTS.
004510     MOVE WS-CRS-NO-CONTACT TO CT-NO-CONTACT.
004520     MOVE WS-CRS-NO-GUARDIAN TO CT-NO-GUARDIAN.
004530     WRITE CALL-SHEET-RECORD FROM WS-COURSE-TOTAL-LINE
004540         AFTER ADVANCING 2.
004550     ADD 1 TO WS-TOT-COURSES.
004560     ADD WS-CRS-STUDENTS TO WS-TOT-STUDENTS.
004570     ADD WS-CRS-NO-CONTACT TO WS-TOT-NO-CONTACT.
004580     ADD WS-CRS-NO-GUARDIAN TO WS-TOT-NO-GUARDIAN.
004590 3400-EXIT.
004600     EXIT.

004610 3500-WRITE-GRAND-TOTALS.
004620     MOVE SPACES TO TL-TEXT.
004630     MOVE "COURSES" TO TL-TEXT.
004640     MOVE WS-TOT-COURSES TO TL-COUNT.
004650     WRITE CALL-SHEET-RECORD FROM WS-TOTAL-LINE
004660         AFTER ADVANCING 3.
004670     MOVE "ACTIVE STUDENTS" TO TL-TEXT.
004680     MOVE WS-TOT-STUDENTS TO TL-COUNT.
004690     WRITE CALL-SHEET-RECORD FROM WS-TOTAL-LINE
004700         AFTER ADVANCING 1.
004710     MOVE "NO EMERGENCY CONTACT ON FILE" TO TL-TEXT.
004720     MOVE WS-TOT-NO-CONTACT TO TL-COUNT.
004730     WRITE CALL-SHEET-RECORD FROM WS-TOTAL-LINE
004740         AFTER ADVANCING 1.
004750     MOVE "UNDER 18 WITH NO GUARDIAN" TO TL-TEXT.
004760     MOVE WS-TOT-NO-GUARDIAN TO TL-COUNT.
004770     WRITE CALL-SHEET-RECORD FROM WS-TOTAL-LINE
004780         AFTER ADVANCING 1.
004790 3500-EXIT.
004800     EXIT.

004810*****************************************************************
004820*    7200 - SEQUENTIAL BROWSE OF THE MASTER BY KEY               *
004830*****************************************************************
004840 7200-START-BROWSE.
004850     MOVE "N" TO WS-EOF-SW.
004860     MOVE LOW-VALUES TO SM-SNO.
004870     START STUDENT-MASTER-FILE
004880         KEY IS NOT LESS THAN SM-SNO.
004890     IF WS-STUDENT-FILE-STATUS NOT = "00"
004900         MOVE "Y" TO WS-EOF-SW
004910     END-IF.
004920     IF WS-NOT-EOF
004930         PERFORM 7210-READ-NEXT-STUDENT THRU 7210-EXIT
004940     END-IF.
004950 7200-EXIT.
004960     EXIT.

004970*    ANY STATUS OTHER THAN A GOOD READ ENDS THE BROWSE, SO A
004980*    HARD I-O ERROR CANNOT LEAVE THE CALLER LOOPING FOREVER.
004990 7210-READ-NEXT-STUDENT.
005000     READ STUDENT-MASTER-FILE NEXT RECORD.
005010     IF WS-STUDENT-FILE-STATUS NOT = "00"
005020         MOVE "Y" TO WS-EOF-SW
005030     END-IF.
005040 7210-EXIT.
005050     EXIT.
