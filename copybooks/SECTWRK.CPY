000010*****************************************************************
000020*                                                                *
000030*    SECTWRK.CPY                                                *
000040*                                                                *
000050*    WORKING-STORAGE FOR THE SECTION ASSIGNMENT PARAGRAPHS IN   *
000060*    SECTIO.CPY: THE FILE STATUSES AND READY SWITCH, THE        *
000070*    HAND-OFF FIELDS THE CALLER SETS, THE RESULT FIELDS THE     *
000080*    PARAGRAPHS LEAVE BEHIND, AND THE SCAN WORK FIELDS. COPIED  *
000090*    AS-IS (NO REPLACING) INTO THE WORKING-STORAGE OF EVERY     *
000100*    PROGRAM THAT COPIES SECTIO, SO THE NAMES EXIST IN EXACTLY  *
000110*    ONE PLACE.                                                 *
000120*                                                                *
000130*    MODIFICATION HISTORY                                        *
000140*     DATE       BY   DESCRIPTION                                *
000150*     2026-10-15 JS   INITIAL VERSION                            *
000160*****************************************************************
000170 77  WS-SECT-FILE-STATUS           PIC X(02).
000180 77  WS-SENR-FILE-STATUS           PIC X(02).
000190 77  WS-SECT-READY-SW              PIC X(01)    VALUE "N".
000200         88  WS-SECT-READY                          VALUE "Y".
000210*    HAND-OFF FIELDS: THE CALLER SETS ALL FOUR FIRST. THE
000220*    COURSE IS THE STUDENT'S OWN COURSE FROM THE MASTER, EXCEPT
000230*    WHEN DROPPING A PLACEMENT LEFT IN A COURSE THEY HAVE LEFT.
000240*    8055 NEEDS ONLY THE STUDENT AND THE COURSE.
000250 77  WS-SECT-SNO                   PIC X(30).
000260 77  WS-SECT-COURSE                PIC X(20).
000270 77  WS-SECT-TERM                  PIC X(06).
000280 77  WS-SECT-CODE                  PIC X(04).
000290*    RESULT: DONE WHEN THE ENROLLMENT WAS WRITTEN OR DELETED;
000300*    OTHERWISE THE REASON SAYS WHY NOT. FAILED MEANS A HARD
000310*    I-O ERROR THE CALLER MUST NOT TREAT AS A PLAIN REFUSAL.
000320 77  WS-SECT-REASON                PIC X(40).
000330 77  WS-SECT-DONE-SW               PIC X(01)    VALUE "N".
000340         88  WS-SECT-DONE                           VALUE "Y".
000350 77  WS-SECT-FAILED-SW             PIC X(01)    VALUE "N".
000360         88  WS-SECT-FAILED                         VALUE "Y".
000370 77  WS-SECT-DROPPED               PIC 9(03) COMP.
000380 77  WS-SECT-DROPPED-EDIT          PIC ZZ9.
000390*    THE MEETING PATTERN OF THE SECTION BEING ASSIGNED, KEPT
000400*    BECAUSE THE CLASH SCAN RE-READS THE SECTION FILE.
000410 77  WS-SECT-NEW-DAYS              PIC X(07).
000420 77  WS-SECT-NEW-START             PIC 9(04).
000430 77  WS-SECT-NEW-END               PIC 9(04).
000440 77  WS-SECT-NEW-MAX               PIC 9(03).
000450 77  WS-SECT-SEAT-COUNT            PIC 9(05) COMP.
000460 77  WS-SECT-DAY-IX                PIC 9(02) COMP.
000470 77  WS-SECT-CLASH-CODE            PIC X(04).
000480 77  WS-SECT-MAX-EDIT              PIC ZZ9.
000490 77  WS-SECT-SCAN-EOF-SW           PIC X(01)    VALUE "N".
000500         88  WS-SECT-SCAN-EOF                       VALUE "Y".
000510 77  WS-SECT-HELD-SW               PIC X(01)    VALUE "N".
000520         88  WS-SECT-ALREADY-HELD                   VALUE "Y".
000530 77  WS-SECT-CLASH-SW              PIC X(01)    VALUE "N".
000540         88  WS-SECT-CLASH                          VALUE "Y".
